000100 IDENTIFICATION DIVISION.                                         CCVSP1.0
000110 PROGRAM-ID. CCVSCRT.                                             CCVSP1.0
000120*    COMPILER-RELEASE CERTIFICATION REPORT FOR THE PROMOTION      CCVSP1.0
000130*    DECISION.  READS THE JOURNAL ARCHIVE (CCVS.JOURNAL.ARCHIVE)  CCVSP1.0
000140*    AND THE LIVE RESULT JOURNAL AND, FOR EVERY TEST-ID/PAR-NAME, CCVSP1.0
000150*    COMPARES THE LATEST RESULT UNDER THE CANDIDATE RELEASE (THE  CCVSP1.0
000160*    CANDIDATE-RELEASE= CARD) WITH THE LATEST RESULT UNDER THE    CCVSP1.0
000170*    PRODUCTION RELEASE (THE PRODUCTION-RELEASE= CARD, OR WHEN    CCVSP1.0
000180*    THAT CARD IS ABSENT THE RELEASE ON THE MOST RECENT JOURNAL   CCVSP1.0
000190*    RECORD NOT BUILT BY THE CANDIDATE).  A QUAR* RESULT IS       CCVSP1.0
000200*    COMPARED ON THE UNDERLYING DISPOSITION IT HID.  EACH         CCVSP1.0
000210*    PARAGRAPH THAT DIFFERS IS LISTED AS NEWLY FAILING, NEWLY     CCVSP1.0
000220*    PASSING, DISPOSITION CHANGED, COMPUTED CHANGED (RJ-COMPUTED  CCVSP1.0
000230*    DIFFERS UNDER THE SAME DISPOSITION) OR NOT RUN UNDER ONE OF  CCVSP1.0
000240*    THE TWO RELEASES.  THE REPORT ENDS WITH A GO/NO-GO VERDICT:  CCVSP1.0
000250*    NO-GO WHEN ANY PARAGRAPH IS NEWLY FAILING, WHEN ANY          CCVSP1.0
000255*    PARAGRAPH WAS NOT RUN UNDER THE CANDIDATE, WHEN THERE ARE    CCVSP1.0
000258*    NO CANDIDATE RESULTS AT ALL, OR WHEN THE 400-ENTRY CASE      CCVSP1.0
000261*    TABLE FILLED AND RECORDS WERE BYPASSED (THE VERDICT LINE THENCCVSP1.0
000264*    SAYS THE EVIDENCE IS PARTIAL).                               CCVSP1.0
000270*    ONE CERTIFICATION RECORD IS APPENDED TO CCVS.RELEASE.CERTIFY CCVSP1.0
000280*    FOR THE COMPILER-PROMOTION JOB TO TEST.  RETURN CODE 0 = GO, CCVSP1.0
000290*    12 = NO-GO, 16 = MISSING OR CONTRADICTORY CONTROL CARDS (NO  CCVSP1.0
000300*    RECORD WRITTEN).                                             CCVSP1.0
000310*    RUN ON DEMAND FROM THE MAINTENANCE JOB.                      CCVSP1.0
000320 ENVIRONMENT DIVISION.                                            CCVSP1.0
000330 INPUT-OUTPUT SECTION.                                            CCVSP1.0
000340 FILE-CONTROL.                                                    CCVSP1.0
000350     SELECT CONTROL-CARD-FILE ASSIGN TO                           CCVSP1.0
000360     XXXXX126.                                                    CCVSP1.0
000370     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO                        CCVSP1.0
000380     XXXXX091                                                     CCVSP1.0
000390     FILE STATUS IS JOURNAL-ARCHIVE-STATUS.                       CCVSP1.0
000400     SELECT RESULT-JOURNAL-FILE ASSIGN TO                         CCVSP1.0
000410     XXXXX064.                                                    CCVSP1.0
000420     SELECT CERTIFY-REPORT-FILE ASSIGN TO                         CCVSP1.0
000430     XXXXX127.                                                    CCVSP1.0
000440     SELECT CERTIFY-RECORD-FILE ASSIGN TO                         CCVSP1.0
000450     XXXXX128.                                                    CCVSP1.0
000460 DATA DIVISION.                                                   CCVSP1.0
000470 FILE SECTION.                                                    CCVSP1.0
000480 FD  CONTROL-CARD-FILE.                                           CCVSP1.0
000490 01  CANDIDATE-CARD.                                              CCVSP1.0
000500     02 CC-CANDIDATE-KEY      PIC X(18).                          CCVSP1.0
000510     02 CC-CANDIDATE-REL      PIC X(8).                           CCVSP1.0
000520     02 FILLER                PIC X(54).                          CCVSP1.0
000530 01  PRODUCTION-CARD.                                             CCVSP1.0
000540     02 CC-PRODUCTION-KEY     PIC X(19).                          CCVSP1.0
000550     02 CC-PRODUCTION-REL     PIC X(8).                           CCVSP1.0
000560     02 FILLER                PIC X(53).                          CCVSP1.0
000570 FD  JOURNAL-ARCHIVE-FILE.                                        CCVSP1.0
000580 01  JOURNAL-ARCHIVE-REC.                                         CCVSP1.0
000590     02 JA-TEST-ID            PIC X(9).                           CCVSP1.0
000600     02 JA-PAR-NAME           PIC X(22).                          CCVSP1.0
000610     02 JA-RUN-DATE           PIC 9(8).                           CCVSP1.0
000620     02 JA-DISPOSITION        PIC X(5).                           CCVSP1.0
000630     02 JA-FEATURE            PIC X(20).                          CCVSP1.0
000640     02 JA-COMPUTED           PIC X(20).                          CCVSP1.0
000650     02 JA-CORRECT            PIC X(20).                          CCVSP1.0
000660     02 JA-RE-MARK            PIC X(61).                          CCVSP1.0
000670     02 JA-ELAPSED-TIME       PIC 9(7).                           CCVSP1.0
000680     02 JA-COMPILER-REL       PIC X(8).                           CCVSP1.0
000690     02 JA-QUAR-RESULT        PIC X(5).                           CCVSP1.0
000700     02 FILLER                PIC X(15).                          CCVSP1.0
000710 FD  RESULT-JOURNAL-FILE.                                         CCVSP1.0
000720 01  RESULT-JOURNAL-REC.                                          CCVSP1.0
000730     02 RJ-TEST-ID            PIC X(9).                           CCVSP1.0
000740     02 RJ-PAR-NAME           PIC X(22).                          CCVSP1.0
000750     02 RJ-RUN-DATE           PIC 9(8).                           CCVSP1.0
000760     02 RJ-DISPOSITION        PIC X(5).                           CCVSP1.0
000770     02 RJ-FEATURE            PIC X(20).                          CCVSP1.0
000780     02 RJ-COMPUTED           PIC X(20).                          CCVSP1.0
000790     02 RJ-CORRECT            PIC X(20).                          CCVSP1.0
000800     02 RJ-RE-MARK            PIC X(61).                          CCVSP1.0
000810     02 RJ-ELAPSED-TIME       PIC 9(7).                           CCVSP1.0
000820     02 RJ-COMPILER-REL       PIC X(8).                           CCVSP1.0
000830     02 RJ-QUAR-RESULT        PIC X(5).                           CCVSP1.0
000840     02 FILLER                PIC X(15).                          CCVSP1.0
000850 FD  CERTIFY-REPORT-FILE.                                         CCVSP1.0
000860 01  CERTIFY-REPORT-REC                 PIC X(132).               CCVSP1.0
000870 FD  CERTIFY-RECORD-FILE.                                         CCVSP1.0
000880 01  CERTIFY-REC.                                                 CCVSP1.0
000890     02 CF-RUN-DATE           PIC 9(8).                           CCVSP1.0
000900     02 FILLER                PIC X.                              CCVSP1.0
000910     02 CF-CANDIDATE-REL      PIC X(8).                           CCVSP1.0
000920     02 FILLER                PIC X.                              CCVSP1.0
000930     02 CF-PRODUCTION-REL     PIC X(8).                           CCVSP1.0
000940     02 FILLER                PIC X.                              CCVSP1.0
000950     02 CF-VERDICT            PIC X(5).                           CCVSP1.0
000960     02 FILLER                PIC X.                              CCVSP1.0
000970     02 CF-NEWLY-FAILING      PIC 9(3).                           CCVSP1.0
000980     02 FILLER                PIC X.                              CCVSP1.0
000990     02 CF-NEWLY-PASSING      PIC 9(3).                           CCVSP1.0
001000     02 FILLER                PIC X.                              CCVSP1.0
001010     02 CF-DISP-CHANGED       PIC 9(3).                           CCVSP1.0
001020     02 FILLER                PIC X.                              CCVSP1.0
001030     02 CF-COMPUTED-CHANGED   PIC 9(3).                           CCVSP1.0
001040     02 FILLER                PIC X.                              CCVSP1.0
001050     02 CF-NOT-RUN-CANDIDATE  PIC 9(3).                           CCVSP1.0
001060     02 FILLER                PIC X.                              CCVSP1.0
001070     02 CF-NOT-RUN-PRODUCTION PIC 9(3).                           CCVSP1.0
001080     02 FILLER                PIC X(24).                          CCVSP1.0
001090 WORKING-STORAGE SECTION.                                         CCVSP1.0
001100 01  JOURNAL-ARCHIVE-STATUS             PIC XX     VALUE SPACE.   CCVSP1.0
001110 01  CARD-EOF-SW                        PIC X      VALUE "N".     CCVSP1.0
001120     88 CARD-EOF                                   VALUE "Y".     CCVSP1.0
001130 01  ARCHIVE-EOF-SW                     PIC X      VALUE "N".     CCVSP1.0
001140     88 ARCHIVE-EOF                                VALUE "Y".     CCVSP1.0
001150 01  JOURNAL-EOF-SW                     PIC X      VALUE "N".     CCVSP1.0
001160     88 JOURNAL-EOF                                VALUE "Y".     CCVSP1.0
001170 01  SCAN-MODE-SW                       PIC X      VALUE "C".     CCVSP1.0
001180     88 DERIVING-PRODUCTION                        VALUE "D".     CCVSP1.0
001190     88 COLLECTING-RESULTS                         VALUE "C".     CCVSP1.0
001200 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSP1.0
001210 01  CANDIDATE-RELEASE                  PIC X(8)   VALUE SPACE.   CCVSP1.0
001220 01  PRODUCTION-RELEASE                 PIC X(8)   VALUE SPACE.   CCVSP1.0
001230 01  PRODUCTION-DATE                    PIC 9(8)   VALUE ZERO.    CCVSP1.0
001240 01  PRODUCTION-SOURCE                  PIC X(8)   VALUE "CARD".  CCVSP1.0
001250 01  WORK-TEST-ID                       PIC X(9)   VALUE SPACE.   CCVSP1.0
001260 01  WORK-PAR-NAME                      PIC X(22)  VALUE SPACE.   CCVSP1.0
001270 01  WORK-RUN-DATE                      PIC 9(8)   VALUE ZERO.    CCVSP1.0
001280 01  WORK-DISPOSITION                   PIC X(5)   VALUE SPACE.   CCVSP1.0
001290 01  WORK-COMPUTED                      PIC X(20)  VALUE SPACE.   CCVSP1.0
001300 01  WORK-COMPILER-REL                  PIC X(8)   VALUE SPACE.   CCVSP1.0
001310 01  WORK-QUAR-RESULT                   PIC X(5)   VALUE SPACE.   CCVSP1.0
001320 01  CASE-COUNT                         PIC 999    VALUE ZERO.    CCVSP1.0
001330 01  CASE-TABLE.                                                  CCVSP1.0
001340     02 CASE-ENTRY OCCURS 401 TIMES.                              CCVSP1.0
001350         03 CT-TEST-ID        PIC X(9).                           CCVSP1.0
001360         03 CT-PAR-NAME       PIC X(22).                          CCVSP1.0
001370         03 CT-CATEGORY       PIC X.                              CCVSP1.0
001380         03 CT-CAND-DATE      PIC 9(8).                           CCVSP1.0
001390         03 CT-CAND-DISP      PIC X(5).                           CCVSP1.0
001400         03 CT-CAND-COMPUTED  PIC X(20).                          CCVSP1.0
001410         03 CT-PROD-DATE      PIC 9(8).                           CCVSP1.0
001420         03 CT-PROD-DISP      PIC X(5).                           CCVSP1.0
001430         03 CT-PROD-COMPUTED  PIC X(20).                          CCVSP1.0
001440 01  OVERFLOW-COUNT                     PIC 999    VALUE ZERO.    CCVSP1.0
001450 01  NEWLY-FAILING-COUNT                PIC 999    VALUE ZERO.    CCVSP1.0
001460 01  NEWLY-PASSING-COUNT                PIC 999    VALUE ZERO.    CCVSP1.0
001470 01  DISP-CHANGED-COUNT                 PIC 999    VALUE ZERO.    CCVSP1.0
001480 01  COMPUTED-CHANGED-COUNT             PIC 999    VALUE ZERO.    CCVSP1.0
001490 01  NOT-RUN-CANDIDATE-COUNT            PIC 999    VALUE ZERO.    CCVSP1.0
001500 01  NOT-RUN-PRODUCTION-COUNT           PIC 999    VALUE ZERO.    CCVSP1.0
001510 01  UNCHANGED-COUNT                    PIC 999    VALUE ZERO.    CCVSP1.0
001520 01  CANDIDATE-CASE-COUNT               PIC 999    VALUE ZERO.    CCVSP1.0
001530 01  CATEGORY-WANTED                    PIC X      VALUE SPACE.   CCVSP1.0
001540 01  CATEGORY-COUNT                     PIC 999    VALUE ZERO.    CCVSP1.0
001550 01  CERTIFY-VERDICT                    PIC X(5)   VALUE SPACE.   CCVSP1.0
001560 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVSP1.0
001570 01  HIT-SUB                            PIC S9(4) COMP VALUE 0.   CCVSP1.0
001580 01  CERTIFY-HEADING-1.                                           CCVSP1.0
001590     02 FILLER PIC X(20) VALUE SPACE.                             CCVSP1.0
001600     02 FILLER PIC X(44)                                          CCVSP1.0
001610         VALUE "CCVS COMPILER-RELEASE CERTIFICATION REPORT".      CCVSP1.0
001620     02 FILLER PIC X(60) VALUE SPACE.                             CCVSP1.0
001630     02 CH-RUN-DATE        PIC 9(8).                              CCVSP1.0
001640 01  CERTIFY-HEADING-2.                                           CCVSP1.0
001650     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSP1.0
001660     02 FILLER PIC X(18) VALUE "CANDIDATE RELEASE ".              CCVSP1.0
001670     02 CH-CANDIDATE-REL   PIC X(8).                              CCVSP1.0
001680     02 FILLER PIC X(24) VALUE "    PRODUCTION RELEASE ".         CCVSP1.0
001690     02 CH-PRODUCTION-REL  PIC X(8).                              CCVSP1.0
001700     02 FILLER PIC X(2)  VALUE " (".                              CCVSP1.0
001710     02 CH-PRODUCTION-SRC  PIC X(8).                              CCVSP1.0
001720     02 FILLER PIC X(1)  VALUE ")".                               CCVSP1.0
001730     02 FILLER PIC X(62) VALUE SPACE.                             CCVSP1.0
001740 01  SECTION-HEADING-LINE.                                        CCVSP1.0
001750     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSP1.0
001760     02 SH-TITLE           PIC X(26).                             CCVSP1.0
001770     02 SH-COUNT           PIC ZZZZ9.                             CCVSP1.0
001780     02 FILLER PIC X(100) VALUE SPACE.                            CCVSP1.0
001790 01  CASE-DETAIL-LINE.                                            CCVSP1.0
001800     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSP1.0
001810     02 CL-TEST-ID         PIC X(9).                              CCVSP1.0
001820     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSP1.0
001830     02 CL-PAR-NAME        PIC X(22).                             CCVSP1.0
001840     02 FILLER PIC X(6)  VALUE " PROD=".                          CCVSP1.0
001850     02 CL-PROD-DISP       PIC X(5).                              CCVSP1.0
001860     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSP1.0
001870     02 CL-PROD-DATE       PIC X(8).                              CCVSP1.0
001880     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSP1.0
001890     02 CL-PROD-COMPUTED   PIC X(20).                             CCVSP1.0
001900     02 FILLER PIC X(7)  VALUE "  CAND=".                         CCVSP1.0
001910     02 CL-CAND-DISP       PIC X(5).                              CCVSP1.0
001920     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSP1.0
001930     02 CL-CAND-DATE       PIC X(8).                              CCVSP1.0
001940     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSP1.0
001950     02 CL-CAND-COMPUTED   PIC X(20).                             CCVSP1.0
001960     02 FILLER PIC X(14) VALUE SPACE.                             CCVSP1.0
001970 01  CERTIFY-TOTAL-LINE.                                          CCVSP1.0
001980     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSP1.0
001990     02 TL-COUNT           PIC ZZZZ9.                             CCVSP1.0
002000     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSP1.0
002010     02 TL-DESC            PIC X(50).                             CCVSP1.0
002020     02 FILLER PIC X(75) VALUE SPACE.                             CCVSP1.0
002030 01  VERDICT-LINE.                                                CCVSP1.0
002040     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSP1.0
002050     02 FILLER PIC X(23) VALUE "CERTIFICATION VERDICT: ".         CCVSP1.0
002060     02 VL-VERDICT         PIC X(5).                              CCVSP1.0
002070     02 FILLER PIC X(11) VALUE "  RELEASE ".                      CCVSP1.0
002080     02 VL-CANDIDATE-REL   PIC X(8).                              CCVSP1.0
002090     02 FILLER PIC X(22) VALUE " AGAINST PRODUCTION ".            CCVSP1.0
002100     02 VL-PRODUCTION-REL  PIC X(8).                              CCVSP1.0
002106     02 VL-REASON          PIC X(40).                             CCVSP1.0
002112     02 FILLER PIC X(14) VALUE SPACE.                             CCVSP1.0
002120 01  CARD-ERROR-LINE.                                             CCVSP1.0
002130     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSP1.0
002140     02 FILLER PIC X(20) VALUE "*** NOT CERTIFIED - ".            CCVSP1.0
002150     02 CE-TEXT            PIC X(60).                             CCVSP1.0
002160     02 FILLER PIC X(51) VALUE SPACE.                             CCVSP1.0
002170 PROCEDURE DIVISION.                                              CCVSP1.0
002180 CCVSCRT-MAIN SECTION.                                            CCVSP1.0
002190 OPEN-FILES.                                                      CCVSP1.0
002200     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSP1.0
002210     OPEN OUTPUT CERTIFY-REPORT-FILE.                             CCVSP1.0
002220     OPEN EXTEND CERTIFY-RECORD-FILE.                             CCVSP1.0
002230     MOVE TODAYS-RUN-DATE TO CH-RUN-DATE.                         CCVSP1.0
002240     MOVE CERTIFY-HEADING-1 TO CERTIFY-REPORT-REC.                CCVSP1.0
002250     PERFORM WRITE-REPORT-LINE.                                   CCVSP1.0
002260     PERFORM READ-CONTROL-CARDS.                                  CCVSP1.0
002270     IF CANDIDATE-RELEASE EQUAL TO SPACE                          CCVSP1.0
002280         MOVE "NO CANDIDATE-RELEASE= CARD SUPPLIED" TO CE-TEXT    CCVSP1.0
002290         GO TO CARD-ERROR.                                        CCVSP1.0
002300     IF PRODUCTION-RELEASE EQUAL TO SPACE                         CCVSP1.0
002310         MOVE "DERIVED" TO PRODUCTION-SOURCE                      CCVSP1.0
002320         SET DERIVING-PRODUCTION TO TRUE                          CCVSP1.0
002330         PERFORM SCAN-ALL-RESULTS.                                CCVSP1.0
002340     IF PRODUCTION-RELEASE EQUAL TO SPACE                         CCVSP1.0
002350         MOVE "NO PRODUCTION-RELEASE RESULTS ON FILE" TO CE-TEXT  CCVSP1.0
002360         GO TO CARD-ERROR.                                        CCVSP1.0
002370     IF PRODUCTION-RELEASE EQUAL TO CANDIDATE-RELEASE             CCVSP1.0
002380         MOVE "CANDIDATE AND PRODUCTION RELEASES ARE THE SAME"    CCVSP1.0
002390             TO CE-TEXT                                           CCVSP1.0
002400         GO TO CARD-ERROR.                                        CCVSP1.0
002410     SET COLLECTING-RESULTS TO TRUE.                              CCVSP1.0
002420     PERFORM SCAN-ALL-RESULTS.                                    CCVSP1.0
002430     PERFORM PRINT-REPORT-HEADING.                                CCVSP1.0
002440     PERFORM CLASSIFY-CASE THRU CLASSIFY-CASE-EXIT                CCVSP1.0
002450         VARYING SUB-1 FROM 1 BY 1                                CCVSP1.0
002460         UNTIL SUB-1 GREATER THAN CASE-COUNT.                     CCVSP1.0
002470     PERFORM PRINT-ALL-SECTIONS.                                  CCVSP1.0
002480     PERFORM SET-VERDICT.                                         CCVSP1.0
002490     PERFORM PRINT-REPORT-TOTALS.                                 CCVSP1.0
002500     PERFORM WRITE-CERTIFY-RECORD.                                CCVSP1.0
002510     GO TO CLOSE-FILES.                                           CCVSP1.0
002520 CARD-ERROR.                                                      CCVSP1.0
002530     MOVE CARD-ERROR-LINE TO CERTIFY-REPORT-REC.                  CCVSP1.0
002540     PERFORM WRITE-REPORT-LINE.                                   CCVSP1.0
002550     MOVE 16 TO RETURN-CODE.                                      CCVSP1.0
002560 CLOSE-FILES.                                                     CCVSP1.0
002570     CLOSE CERTIFY-REPORT-FILE CERTIFY-RECORD-FILE.               CCVSP1.0
002580     STOP RUN.                                                    CCVSP1.0
002590 READ-CONTROL-CARDS.                                              CCVSP1.0
002600     OPEN INPUT CONTROL-CARD-FILE.                                CCVSP1.0
002610     PERFORM READ-CONTROL-CARD.                                   CCVSP1.0
002620     PERFORM APPLY-CONTROL-CARD THRU APPLY-CONTROL-CARD-EXIT      CCVSP1.0
002630         UNTIL CARD-EOF.                                          CCVSP1.0
002640     CLOSE CONTROL-CARD-FILE.                                     CCVSP1.0
002650 READ-CONTROL-CARD.                                               CCVSP1.0
002660     READ CONTROL-CARD-FILE                                       CCVSP1.0
002670         AT END SET CARD-EOF TO TRUE.                             CCVSP1.0
002680 APPLY-CONTROL-CARD.                                              CCVSP1.0
002690     IF CC-CANDIDATE-KEY EQUAL TO "CANDIDATE-RELEASE="            CCVSP1.0
002700         MOVE CC-CANDIDATE-REL TO CANDIDATE-RELEASE.              CCVSP1.0
002710     IF CC-PRODUCTION-KEY EQUAL TO "PRODUCTION-RELEASE="          CCVSP1.0
002720         MOVE CC-PRODUCTION-REL TO PRODUCTION-RELEASE.            CCVSP1.0
002730     PERFORM READ-CONTROL-CARD.                                   CCVSP1.0
002740 APPLY-CONTROL-CARD-EXIT. EXIT.                                   CCVSP1.0
002750 SCAN-ALL-RESULTS.                                                CCVSP1.0
002760     PERFORM SCAN-JOURNAL-ARCHIVE                                 CCVSP1.0
002770         THRU SCAN-JOURNAL-ARCHIVE-EXIT.                          CCVSP1.0
002780     PERFORM SCAN-LIVE-JOURNAL.                                   CCVSP1.0
002790 SCAN-JOURNAL-ARCHIVE.                                            CCVSP1.0
002800     MOVE "N" TO ARCHIVE-EOF-SW.                                  CCVSP1.0
002810     OPEN INPUT JOURNAL-ARCHIVE-FILE.                             CCVSP1.0
002820     IF JOURNAL-ARCHIVE-STATUS NOT EQUAL TO "00"                  CCVSP1.0
002830         GO TO SCAN-JOURNAL-ARCHIVE-EXIT.                         CCVSP1.0
002840     PERFORM READ-ARCHIVE.                                        CCVSP1.0
002850     PERFORM POST-ARCHIVE-RECORD THRU POST-ARCHIVE-RECORD-EXIT    CCVSP1.0
002860         UNTIL ARCHIVE-EOF.                                       CCVSP1.0
002870     CLOSE JOURNAL-ARCHIVE-FILE.                                  CCVSP1.0
002880 SCAN-JOURNAL-ARCHIVE-EXIT. EXIT.                                 CCVSP1.0
002890 READ-ARCHIVE.                                                    CCVSP1.0
002900     READ JOURNAL-ARCHIVE-FILE                                    CCVSP1.0
002910         AT END SET ARCHIVE-EOF TO TRUE.                          CCVSP1.0
002920 POST-ARCHIVE-RECORD.                                             CCVSP1.0
002930     MOVE JA-TEST-ID TO WORK-TEST-ID.                             CCVSP1.0
002940     MOVE JA-PAR-NAME TO WORK-PAR-NAME.                           CCVSP1.0
002950     MOVE JA-RUN-DATE TO WORK-RUN-DATE.                           CCVSP1.0
002960     MOVE JA-DISPOSITION TO WORK-DISPOSITION.                     CCVSP1.0
002970     MOVE JA-COMPUTED TO WORK-COMPUTED.                           CCVSP1.0
002980     MOVE JA-COMPILER-REL TO WORK-COMPILER-REL.                   CCVSP1.0
002990     MOVE JA-QUAR-RESULT TO WORK-QUAR-RESULT.                     CCVSP1.0
003000     PERFORM POST-WORK-RECORD THRU POST-WORK-RECORD-EXIT.         CCVSP1.0
003010     PERFORM READ-ARCHIVE.                                        CCVSP1.0
003020 POST-ARCHIVE-RECORD-EXIT. EXIT.                                  CCVSP1.0
003030 SCAN-LIVE-JOURNAL.                                               CCVSP1.0
003040     MOVE "N" TO JOURNAL-EOF-SW.                                  CCVSP1.0
003050     OPEN INPUT RESULT-JOURNAL-FILE.                              CCVSP1.0
003060     PERFORM READ-JOURNAL.                                        CCVSP1.0
003070     PERFORM POST-JOURNAL-RECORD THRU POST-JOURNAL-RECORD-EXIT    CCVSP1.0
003080         UNTIL JOURNAL-EOF.                                       CCVSP1.0
003090     CLOSE RESULT-JOURNAL-FILE.                                   CCVSP1.0
003100 READ-JOURNAL.                                                    CCVSP1.0
003110     READ RESULT-JOURNAL-FILE                                     CCVSP1.0
003120         AT END SET JOURNAL-EOF TO TRUE.                          CCVSP1.0
003130 POST-JOURNAL-RECORD.                                             CCVSP1.0
003140     MOVE RJ-TEST-ID TO WORK-TEST-ID.                             CCVSP1.0
003150     MOVE RJ-PAR-NAME TO WORK-PAR-NAME.                           CCVSP1.0
003160     MOVE RJ-RUN-DATE TO WORK-RUN-DATE.                           CCVSP1.0
003170     MOVE RJ-DISPOSITION TO WORK-DISPOSITION.                     CCVSP1.0
003180     MOVE RJ-COMPUTED TO WORK-COMPUTED.                           CCVSP1.0
003190     MOVE RJ-COMPILER-REL TO WORK-COMPILER-REL.                   CCVSP1.0
003200     MOVE RJ-QUAR-RESULT TO WORK-QUAR-RESULT.                     CCVSP1.0
003210     PERFORM POST-WORK-RECORD THRU POST-WORK-RECORD-EXIT.         CCVSP1.0
003220     PERFORM READ-JOURNAL.                                        CCVSP1.0
003230 POST-JOURNAL-RECORD-EXIT. EXIT.                                  CCVSP1.0
003240*    A RECORD WITH NO COMPILER RELEASE PREDATES THE               CCVSP1.0
003250*    COMPILER-RELEASE= CARD AND CANNOT BE ATTRIBUTED TO EITHER    CCVSP1.0
003260*    RELEASE.  A QUAR* RECORD IS COMPARED ON THE RESULT IT HID.   CCVSP1.0
003270 POST-WORK-RECORD.                                                CCVSP1.0
003280     IF WORK-COMPILER-REL EQUAL TO SPACE                          CCVSP1.0
003290         GO TO POST-WORK-RECORD-EXIT.                             CCVSP1.0
003300     IF DERIVING-PRODUCTION                                       CCVSP1.0
003310         IF WORK-COMPILER-REL NOT EQUAL TO CANDIDATE-RELEASE      CCVSP1.0
003320             AND WORK-RUN-DATE NOT LESS THAN PRODUCTION-DATE      CCVSP1.0
003330                 MOVE WORK-RUN-DATE TO PRODUCTION-DATE            CCVSP1.0
003340                 MOVE WORK-COMPILER-REL TO PRODUCTION-RELEASE     CCVSP1.0
003350                 GO TO POST-WORK-RECORD-EXIT                      CCVSP1.0
003360         ELSE                                                     CCVSP1.0
003370             GO TO POST-WORK-RECORD-EXIT.                         CCVSP1.0
003380     IF WORK-COMPILER-REL NOT EQUAL TO CANDIDATE-RELEASE          CCVSP1.0
003390         AND WORK-COMPILER-REL NOT EQUAL TO PRODUCTION-RELEASE    CCVSP1.0
003400             GO TO POST-WORK-RECORD-EXIT.                         CCVSP1.0
003410     IF WORK-DISPOSITION EQUAL TO "QUAR*"                         CCVSP1.0
003420         AND WORK-QUAR-RESULT NOT EQUAL TO SPACE                  CCVSP1.0
003430             MOVE WORK-QUAR-RESULT TO WORK-DISPOSITION.           CCVSP1.0
003440     PERFORM TABLE-SCAN-NULL                                      CCVSP1.0
003450         VARYING HIT-SUB FROM 1 BY 1                              CCVSP1.0
003460         UNTIL HIT-SUB GREATER THAN CASE-COUNT                    CCVSP1.0
003470         OR (CT-TEST-ID (HIT-SUB) EQUAL TO WORK-TEST-ID           CCVSP1.0
003480         AND CT-PAR-NAME (HIT-SUB) EQUAL TO WORK-PAR-NAME).       CCVSP1.0
003490     IF HIT-SUB GREATER THAN CASE-COUNT                           CCVSP1.0
003500         AND CASE-COUNT LESS THAN 400                             CCVSP1.0
003510             ADD 1 TO CASE-COUNT                                  CCVSP1.0
003520             MOVE CASE-COUNT TO HIT-SUB                           CCVSP1.0
003530             MOVE SPACE TO CASE-ENTRY (HIT-SUB)                   CCVSP1.0
003540             MOVE ZERO TO CT-CAND-DATE (HIT-SUB)                  CCVSP1.0
003550             MOVE ZERO TO CT-PROD-DATE (HIT-SUB)                  CCVSP1.0
003560             MOVE WORK-TEST-ID TO CT-TEST-ID (HIT-SUB)            CCVSP1.0
003570             MOVE WORK-PAR-NAME TO CT-PAR-NAME (HIT-SUB).         CCVSP1.0
003580     IF HIT-SUB GREATER THAN CASE-COUNT                           CCVSP1.0
003590         ADD 1 TO OVERFLOW-COUNT                                  CCVSP1.0
003600         GO TO POST-WORK-RECORD-EXIT.                             CCVSP1.0
003610     IF WORK-COMPILER-REL EQUAL TO CANDIDATE-RELEASE              CCVSP1.0
003620         IF WORK-RUN-DATE NOT LESS THAN CT-CAND-DATE (HIT-SUB)    CCVSP1.0
003630             MOVE WORK-RUN-DATE TO CT-CAND-DATE (HIT-SUB)         CCVSP1.0
003640             MOVE WORK-DISPOSITION TO CT-CAND-DISP (HIT-SUB)      CCVSP1.0
003650             MOVE WORK-COMPUTED TO CT-CAND-COMPUTED (HIT-SUB)     CCVSP1.0
003660         ELSE                                                     CCVSP1.0
003670             NEXT SENTENCE                                        CCVSP1.0
003680     ELSE                                                         CCVSP1.0
003690         IF WORK-RUN-DATE NOT LESS THAN CT-PROD-DATE (HIT-SUB)    CCVSP1.0
003700             MOVE WORK-RUN-DATE TO CT-PROD-DATE (HIT-SUB)         CCVSP1.0
003710             MOVE WORK-DISPOSITION TO CT-PROD-DISP (HIT-SUB)      CCVSP1.0
003720             MOVE WORK-COMPUTED TO CT-PROD-COMPUTED (HIT-SUB).    CCVSP1.0
003730 POST-WORK-RECORD-EXIT. EXIT.                                     CCVSP1.0
003740 TABLE-SCAN-NULL. EXIT.                                           CCVSP1.0
003750 CLASSIFY-CASE.                                                   CCVSP1.0
003760     IF CT-CAND-DISP (SUB-1) NOT EQUAL TO SPACE                   CCVSP1.0
003770         ADD 1 TO CANDIDATE-CASE-COUNT.                           CCVSP1.0
003780     IF CT-CAND-DISP (SUB-1) EQUAL TO SPACE                       CCVSP1.0
003790         MOVE "N" TO CT-CATEGORY (SUB-1)                          CCVSP1.0
003800         ADD 1 TO NOT-RUN-CANDIDATE-COUNT                         CCVSP1.0
003810     ELSE IF CT-PROD-DISP (SUB-1) EQUAL TO SPACE                  CCVSP1.0
003820         MOVE "O" TO CT-CATEGORY (SUB-1)                          CCVSP1.0
003830         ADD 1 TO NOT-RUN-PRODUCTION-COUNT                        CCVSP1.0
003840     ELSE IF CT-CAND-DISP (SUB-1) EQUAL TO "FAIL*"                CCVSP1.0
003850         AND CT-PROD-DISP (SUB-1) NOT EQUAL TO "FAIL*"            CCVSP1.0
003860             MOVE "F" TO CT-CATEGORY (SUB-1)                      CCVSP1.0
003870             ADD 1 TO NEWLY-FAILING-COUNT                         CCVSP1.0
003880     ELSE IF CT-PROD-DISP (SUB-1) EQUAL TO "FAIL*"                CCVSP1.0
003890         AND CT-CAND-DISP (SUB-1) NOT EQUAL TO "FAIL*"            CCVSP1.0
003900             MOVE "P" TO CT-CATEGORY (SUB-1)                      CCVSP1.0
003910             ADD 1 TO NEWLY-PASSING-COUNT                         CCVSP1.0
003920     ELSE IF CT-CAND-DISP (SUB-1) NOT EQUAL TO                    CCVSP1.0
003930             CT-PROD-DISP (SUB-1)                                 CCVSP1.0
003940         MOVE "D" TO CT-CATEGORY (SUB-1)                          CCVSP1.0
003950         ADD 1 TO DISP-CHANGED-COUNT                              CCVSP1.0
003960     ELSE IF CT-CAND-COMPUTED (SUB-1) NOT EQUAL TO                CCVSP1.0
003970             CT-PROD-COMPUTED (SUB-1)                             CCVSP1.0
003980         MOVE "C" TO CT-CATEGORY (SUB-1)                          CCVSP1.0
003990         ADD 1 TO COMPUTED-CHANGED-COUNT                          CCVSP1.0
004000     ELSE                                                         CCVSP1.0
004010         MOVE "U" TO CT-CATEGORY (SUB-1)                          CCVSP1.0
004020         ADD 1 TO UNCHANGED-COUNT.                                CCVSP1.0
004030 CLASSIFY-CASE-EXIT. EXIT.                                        CCVSP1.0
004040 PRINT-ALL-SECTIONS.                                              CCVSP1.0
004050     MOVE "F" TO CATEGORY-WANTED.                                 CCVSP1.0
004060     MOVE "NEWLY FAILING" TO SH-TITLE.                            CCVSP1.0
004070     MOVE NEWLY-FAILING-COUNT TO CATEGORY-COUNT.                  CCVSP1.0
004080     PERFORM PRINT-CATEGORY-SECTION.                              CCVSP1.0
004090     MOVE "P" TO CATEGORY-WANTED.                                 CCVSP1.0
004100     MOVE "NEWLY PASSING" TO SH-TITLE.                            CCVSP1.0
004110     MOVE NEWLY-PASSING-COUNT TO CATEGORY-COUNT.                  CCVSP1.0
004120     PERFORM PRINT-CATEGORY-SECTION.                              CCVSP1.0
004130     MOVE "D" TO CATEGORY-WANTED.                                 CCVSP1.0
004140     MOVE "DISPOSITION CHANGED" TO SH-TITLE.                      CCVSP1.0
004150     MOVE DISP-CHANGED-COUNT TO CATEGORY-COUNT.                   CCVSP1.0
004160     PERFORM PRINT-CATEGORY-SECTION.                              CCVSP1.0
004170     MOVE "C" TO CATEGORY-WANTED.                                 CCVSP1.0
004180     MOVE "COMPUTED VALUE CHANGED" TO SH-TITLE.                   CCVSP1.0
004190     MOVE COMPUTED-CHANGED-COUNT TO CATEGORY-COUNT.               CCVSP1.0
004200     PERFORM PRINT-CATEGORY-SECTION.                              CCVSP1.0
004210     MOVE "N" TO CATEGORY-WANTED.                                 CCVSP1.0
004220     MOVE "NOT RUN UNDER CANDIDATE" TO SH-TITLE.                  CCVSP1.0
004230     MOVE NOT-RUN-CANDIDATE-COUNT TO CATEGORY-COUNT.              CCVSP1.0
004240     PERFORM PRINT-CATEGORY-SECTION.                              CCVSP1.0
004250     MOVE "O" TO CATEGORY-WANTED.                                 CCVSP1.0
004260     MOVE "NOT RUN UNDER PRODUCTION" TO SH-TITLE.                 CCVSP1.0
004270     MOVE NOT-RUN-PRODUCTION-COUNT TO CATEGORY-COUNT.             CCVSP1.0
004280     PERFORM PRINT-CATEGORY-SECTION.                              CCVSP1.0
004290 PRINT-CATEGORY-SECTION.                                          CCVSP1.0
004300     MOVE CATEGORY-COUNT TO SH-COUNT.                             CCVSP1.0
004310     MOVE SECTION-HEADING-LINE TO CERTIFY-REPORT-REC.             CCVSP1.0
004320     PERFORM WRITE-REPORT-LINE.                                   CCVSP1.0
004330     PERFORM PRINT-ONE-CASE                                       CCVSP1.0
004340         VARYING SUB-1 FROM 1 BY 1                                CCVSP1.0
004350         UNTIL SUB-1 GREATER THAN CASE-COUNT.                     CCVSP1.0
004360 PRINT-ONE-CASE.                                                  CCVSP1.0
004370     IF CT-CATEGORY (SUB-1) EQUAL TO CATEGORY-WANTED              CCVSP1.0
004380         MOVE CT-TEST-ID (SUB-1) TO CL-TEST-ID                    CCVSP1.0
004390         MOVE CT-PAR-NAME (SUB-1) TO CL-PAR-NAME                  CCVSP1.0
004400         MOVE CT-PROD-DISP (SUB-1) TO CL-PROD-DISP                CCVSP1.0
004410         MOVE CT-PROD-COMPUTED (SUB-1) TO CL-PROD-COMPUTED        CCVSP1.0
004420         MOVE CT-CAND-DISP (SUB-1) TO CL-CAND-DISP                CCVSP1.0
004430         MOVE CT-CAND-COMPUTED (SUB-1) TO CL-CAND-COMPUTED        CCVSP1.0
004440         PERFORM FORMAT-CASE-DATES                                CCVSP1.0
004450         MOVE CASE-DETAIL-LINE TO CERTIFY-REPORT-REC              CCVSP1.0
004460         PERFORM WRITE-REPORT-LINE.                               CCVSP1.0
004470 FORMAT-CASE-DATES.                                               CCVSP1.0
004480     MOVE SPACE TO CL-PROD-DATE.                                  CCVSP1.0
004490     MOVE SPACE TO CL-CAND-DATE.                                  CCVSP1.0
004500     IF CT-PROD-DATE (SUB-1) GREATER THAN ZERO                    CCVSP1.0
004510         MOVE CT-PROD-DATE (SUB-1) TO CL-PROD-DATE.               CCVSP1.0
004520     IF CT-CAND-DATE (SUB-1) GREATER THAN ZERO                    CCVSP1.0
004530         MOVE CT-CAND-DATE (SUB-1) TO CL-CAND-DATE.               CCVSP1.0
004537 SET-VERDICT.                                                     CCVSP1.0
004544     MOVE SPACE TO VL-REASON.                                     CCVSP1.0
004551     IF NEWLY-FAILING-COUNT GREATER THAN ZERO                     CCVSP1.0
004558         OR NOT-RUN-CANDIDATE-COUNT GREATER THAN ZERO             CCVSP1.0
004565         OR CANDIDATE-CASE-COUNT EQUAL TO ZERO                    CCVSP1.0
004572         OR OVERFLOW-COUNT GREATER THAN ZERO                      CCVSP1.0
004579             MOVE "NO-GO" TO CERTIFY-VERDICT                      CCVSP1.0
004586             MOVE 12 TO RETURN-CODE                               CCVSP1.0
004593     ELSE                                                         CCVSP1.0
004600         MOVE "GO" TO CERTIFY-VERDICT                             CCVSP1.0
004607         MOVE ZERO TO RETURN-CODE.                                CCVSP1.0
004614     IF OVERFLOW-COUNT GREATER THAN ZERO                          CCVSP1.0
004621         MOVE " - CASE TABLE FULL, PARTIAL EVIDENCE" TO VL-REASON.CCVSP1.0
004630 PRINT-REPORT-HEADING.                                            CCVSP1.0
004640     MOVE CANDIDATE-RELEASE TO CH-CANDIDATE-REL.                  CCVSP1.0
004650     MOVE PRODUCTION-RELEASE TO CH-PRODUCTION-REL.                CCVSP1.0
004660     MOVE PRODUCTION-SOURCE TO CH-PRODUCTION-SRC.                 CCVSP1.0
004670     MOVE CERTIFY-HEADING-2 TO CERTIFY-REPORT-REC.                CCVSP1.0
004680     PERFORM WRITE-REPORT-LINE.                                   CCVSP1.0
004690 PRINT-REPORT-TOTALS.                                             CCVSP1.0
004700     MOVE UNCHANGED-COUNT TO TL-COUNT.                            CCVSP1.0
004710     MOVE "PARAGRAPHS UNCHANGED BETWEEN RELEASES" TO TL-DESC.     CCVSP1.0
004720     PERFORM PRINT-TOTAL-LINE.                                    CCVSP1.0
004730     MOVE CANDIDATE-CASE-COUNT TO TL-COUNT.                       CCVSP1.0
004740     MOVE "PARAGRAPHS WITH CANDIDATE RESULTS" TO TL-DESC.         CCVSP1.0
004750     PERFORM PRINT-TOTAL-LINE.                                    CCVSP1.0
004760     IF OVERFLOW-COUNT GREATER THAN ZERO                          CCVSP1.0
004770         MOVE OVERFLOW-COUNT TO TL-COUNT                          CCVSP1.0
004780         MOVE "RECORDS BYPASSED, CASE TABLE FULL" TO TL-DESC      CCVSP1.0
004790         PERFORM PRINT-TOTAL-LINE.                                CCVSP1.0
004800     MOVE CERTIFY-VERDICT TO VL-VERDICT.                          CCVSP1.0
004810     MOVE CANDIDATE-RELEASE TO VL-CANDIDATE-REL.                  CCVSP1.0
004820     MOVE PRODUCTION-RELEASE TO VL-PRODUCTION-REL.                CCVSP1.0
004830     MOVE VERDICT-LINE TO CERTIFY-REPORT-REC.                     CCVSP1.0
004840     PERFORM WRITE-REPORT-LINE.                                   CCVSP1.0
004850 PRINT-TOTAL-LINE.                                                CCVSP1.0
004860     MOVE CERTIFY-TOTAL-LINE TO CERTIFY-REPORT-REC.               CCVSP1.0
004870     PERFORM WRITE-REPORT-LINE.                                   CCVSP1.0
004880 WRITE-CERTIFY-RECORD.                                            CCVSP1.0
004890     MOVE SPACE TO CERTIFY-REC.                                   CCVSP1.0
004900     MOVE TODAYS-RUN-DATE TO CF-RUN-DATE.                         CCVSP1.0
004910     MOVE CANDIDATE-RELEASE TO CF-CANDIDATE-REL.                  CCVSP1.0
004920     MOVE PRODUCTION-RELEASE TO CF-PRODUCTION-REL.                CCVSP1.0
004930     MOVE CERTIFY-VERDICT TO CF-VERDICT.                          CCVSP1.0
004940     MOVE NEWLY-FAILING-COUNT TO CF-NEWLY-FAILING.                CCVSP1.0
004950     MOVE NEWLY-PASSING-COUNT TO CF-NEWLY-PASSING.                CCVSP1.0
004960     MOVE DISP-CHANGED-COUNT TO CF-DISP-CHANGED.                  CCVSP1.0
004970     MOVE COMPUTED-CHANGED-COUNT TO CF-COMPUTED-CHANGED.          CCVSP1.0
004980     MOVE NOT-RUN-CANDIDATE-COUNT TO CF-NOT-RUN-CANDIDATE.        CCVSP1.0
004990     MOVE NOT-RUN-PRODUCTION-COUNT TO CF-NOT-RUN-PRODUCTION.      CCVSP1.0
005000     WRITE CERTIFY-REC.                                           CCVSP1.0
005010 WRITE-REPORT-LINE.                                               CCVSP1.0
005020     WRITE CERTIFY-REPORT-REC AFTER ADVANCING 1 LINES.            CCVSP1.0
