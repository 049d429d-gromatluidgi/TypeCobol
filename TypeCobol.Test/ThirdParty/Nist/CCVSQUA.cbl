000100 IDENTIFICATION DIVISION.                                         CCVSF1.0
000110 PROGRAM-ID. CCVSQUA.                                             CCVSF1.0
000120*    MAINTENANCE UTILITY FOR THE QUARANTINE REGISTER, THE FILE OF CCVSF1.0
000130*    KNOWN-BAD TEST PARAGRAPHS (FLAPPING ONES FLAGGED BY CCVSSTB, CCVSF1.0
000140*    OR FAIL* RESULTS TRACED TO A VENDOR DEFECT) THAT THE CCVS1   CCVSF1.0
000150*    TEST PROGRAMS STILL RUN AND JOURNAL BUT REPORT AS QUAR* AND  CCVSF1.0
000160*    KEEP OUT OF THE ERROR COUNT, THE THRESHOLD ALERT, THE DIGEST CCVSF1.0
000170*    AND THE TICKET FEED.  RUN AS STEP0Q OF THE SUITE DRIVER JOB, CCVSF1.0
000180*    AFTER STEP0 AND BEFORE ANY TEST PROGRAM.  APPLIES ADD/CHANGE/CCVSF1.0
000190*    DELETE TRANSACTION CARDS KEYED ON TEST-ID + PAR-NAME,        CCVSF1.0
000200*    JOURNALING EVERY CHANGE WITH BEFORE AND AFTER IMAGES AND THE CCVSF1.0
000210*    SUBMITTING USER, THEN AUDITS EVERY ENTRY: TEST-ID, PAR-NAME, CCVSF1.0
000220*    REASON, TICKET REFERENCE AND ANALYST MUST BE PRESENT, THE KEYCCVSF1.0
000230*    UNIQUE AND THE EXPIRY DATE NUMERIC.  ANY ERROR ENDS THE STEP CCVSF1.0
000240*    WITH RETURN CODE 16 SO THE TEST STEPS ARE HELD.  THE STEP    CCVSF1.0
000250*    THEN SCANS THE RESULT JOURNAL AND LISTS FOR RELEASE EVERY    CCVSF1.0
000260*    ENTRY THAT HAS EXPIRED OR WHOSE PARAGRAPH HAS PASSED CLEANLY CCVSF1.0
000270*    ON EACH OF THE LAST N NIGHTS IT RAN (N FROM THE              CCVSF1.0
000280*    CLEAN-NIGHTS=NN CARD, DEFAULT 05); A NON-EMPTY RELEASE LIST  CCVSF1.0
000290*    ENDS THE STEP RC 4.                                          CCVSF1.0
000300*    THE UPDATED REGISTER IS WRITTEN TO A NEW DATASET; RC 0 OR 4  CCVSF1.0
000310*    MEANS IT IS SAFE TO RENAME OVER THE LIVE REGISTER.           CCVSF1.0
000320*    AT THE END OF THE STEP A COMPLETION RECORD (RETURN CODE AND  CCVSF1.0
000330*    REASON) IS APPENDED TO THE RUN LEDGER, CCVS.RUN.LEDGER.      CCVSF1.0
000340 ENVIRONMENT DIVISION.                                            CCVSF1.0
000350 INPUT-OUTPUT SECTION.                                            CCVSF1.0
000360 FILE-CONTROL.                                                    CCVSF1.0
000370     SELECT QUARANTINE-FILE ASSIGN TO                             CCVSF1.0
000380     XXXXX120                                                     CCVSF1.0
000390     FILE STATUS IS QUARANTINE-STATUS.                            CCVSF1.0
000400     SELECT TRANSACTION-FILE ASSIGN TO                            CCVSF1.0
000410     XXXXX121.                                                    CCVSF1.0
000420     SELECT NEW-QUARANTINE-FILE ASSIGN TO                         CCVSF1.0
000430     XXXXX122.                                                    CCVSF1.0
000440     SELECT VALIDATION-REPORT-FILE ASSIGN TO                      CCVSF1.0
000450     XXXXX123.                                                    CCVSF1.0
000460     SELECT AUDIT-JOURNAL-FILE ASSIGN TO                          CCVSF1.0
000470     XXXXX124.                                                    CCVSF1.0
000480     SELECT RESULT-JOURNAL-FILE ASSIGN TO                         CCVSF1.0
000490     XXXXX064                                                     CCVSF1.0
000500     FILE STATUS IS JOURNAL-STATUS.                               CCVSF1.0
000510     SELECT CONTROL-CARD-FILE ASSIGN TO                           CCVSF1.0
000520     XXXXX125                                                     CCVSF1.0
000530     FILE STATUS IS CONTROL-STATUS.                               CCVSF1.0
000540     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSF1.0
000550     XXXXX129                                                     CCVSF1.0
000560     FILE STATUS IS RUN-STATE-STATUS.                             CCVSF1.0
000570     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVSF1.0
000580     XXXXX134                                                     CCVSF1.0
000590     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVSF1.0
000600 DATA DIVISION.                                                   CCVSF1.0
000610 FILE SECTION.                                                    CCVSF1.0
000620 FD  QUARANTINE-FILE.                                             CCVSF1.0
000630 01  QUARANTINE-REC              PIC X(120).                      CCVSF1.0
000640 FD  TRANSACTION-FILE.                                            CCVSF1.0
000650 01  TRANSACTION-REC.                                             CCVSF1.0
000660     02 TX-ACTION            PIC X.                               CCVSF1.0
000670     02 TX-USER-ID           PIC X(8).                            CCVSF1.0
000680     02 TX-ENTRY-IMAGE       PIC X(120).                          CCVSF1.0
000690     02 FILLER               PIC X.                               CCVSF1.0
000700 FD  NEW-QUARANTINE-FILE.                                         CCVSF1.0
000710 01  NEW-QUARANTINE-REC          PIC X(120).                      CCVSF1.0
000720 FD  VALIDATION-REPORT-FILE.                                      CCVSF1.0
000730 01  VALIDATION-REPORT-REC       PIC X(132).                      CCVSF1.0
000740 FD  AUDIT-JOURNAL-FILE.                                          CCVSF1.0
000750 01  AUDIT-JOURNAL-REC.                                           CCVSF1.0
000760     02 AJ-RUN-DATE          PIC 9(8).                            CCVSF1.0
000770     02 AJ-RUN-TIME          PIC 9(8).                            CCVSF1.0
000780     02 AJ-USER-ID           PIC X(8).                            CCVSF1.0
000790     02 AJ-ACTION            PIC X(6).                            CCVSF1.0
000800     02 AJ-IMAGE-TYPE        PIC X(6).                            CCVSF1.0
000810     02 AJ-ENTRY-IMAGE       PIC X(120).                          CCVSF1.0
000820     02 FILLER               PIC X(4).                            CCVSF1.0
000830 FD  RESULT-JOURNAL-FILE.                                         CCVSF1.0
000840 01  RESULT-JOURNAL-REC.                                          CCVSF1.0
000850     02 RJ-TEST-ID            PIC X(9).                           CCVSF1.0
000860     02 RJ-PAR-NAME           PIC X(22).                          CCVSF1.0
000870     02 RJ-RUN-DATE           PIC 9(8).                           CCVSF1.0
000880     02 RJ-DISPOSITION        PIC X(5).                           CCVSF1.0
000890     02 RJ-FEATURE            PIC X(20).                          CCVSF1.0
000900     02 RJ-COMPUTED           PIC X(20).                          CCVSF1.0
000910     02 RJ-CORRECT            PIC X(20).                          CCVSF1.0
000920     02 RJ-RE-MARK            PIC X(61).                          CCVSF1.0
000930     02 RJ-ELAPSED-TIME       PIC 9(7).                           CCVSF1.0
000940     02 RJ-COMPILER-REL       PIC X(8).                           CCVSF1.0
000950     02 RJ-QUAR-RESULT        PIC X(5).                           CCVSF1.0
000960     02 FILLER                PIC X(15).                          CCVSF1.0
000970 FD  CONTROL-CARD-FILE.                                           CCVSF1.0
000980 01  CONTROL-CARD.                                                CCVSF1.0
000990     02 CC-KEYWORD            PIC X(12).                          CCVSF1.0
001000     02 CC-CLEAN-NIGHTS       PIC 99.                             CCVSF1.0
001010     02 FILLER                PIC X(66).                          CCVSF1.0
001020 FD  RUN-STATE-FILE.                                              CCVSF1.0
001030 01  RUN-STATE-REC.                                               CCVSF1.0
001040     02 RN-HOLDER             PIC X(8).                           CCVSF1.0
001050     02 FILLER                PIC X.                              CCVSF1.0
001060     02 RN-SINCE-DATE         PIC 9(8).                           CCVSF1.0
001070     02 FILLER                PIC X.                              CCVSF1.0
001080     02 RN-SINCE-TIME         PIC 9(8).                           CCVSF1.0
001090     02 FILLER                PIC X(54).                          CCVSF1.0
001100 FD  RUN-LEDGER-FILE.                                             CCVSF1.0
001110 01  RUN-LEDGER-REC.                                              CCVSF1.0
001120     02 LG-RUN-DATE           PIC 9(8).                           CCVSF1.0
001130     02 FILLER                PIC X.                              CCVSF1.0
001140     02 LG-STREAM-ID          PIC X.                              CCVSF1.0
001150     02 FILLER                PIC X.                              CCVSF1.0
001160     02 LG-PGM-ID             PIC X(9).                           CCVSF1.0
001170     02 FILLER                PIC X.                              CCVSF1.0
001180     02 LG-ACTION             PIC X(8).                           CCVSF1.0
001190     02 FILLER                PIC X.                              CCVSF1.0
001200     02 LG-START-DATE         PIC 9(8).                           CCVSF1.0
001210     02 FILLER                PIC X.                              CCVSF1.0
001220     02 LG-START-TIME         PIC 9(8).                           CCVSF1.0
001230     02 FILLER                PIC X.                              CCVSF1.0
001240     02 LG-END-DATE           PIC 9(8).                           CCVSF1.0
001250     02 FILLER                PIC X.                              CCVSF1.0
001260     02 LG-END-TIME           PIC 9(8).                           CCVSF1.0
001270     02 FILLER                PIC X.                              CCVSF1.0
001280     02 LG-RETURN-CODE        PIC 9(4).                           CCVSF1.0
001290     02 FILLER                PIC X.                              CCVSF1.0
001300     02 LG-REASON             PIC X(40).                          CCVSF1.0
001310     02 FILLER                PIC X(9).                           CCVSF1.0
001320 WORKING-STORAGE SECTION.                                         CCVSF1.0
001330 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSF1.0
001340 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVSF1.0
001350 01  LEDGER-START-DATE                  PIC 9(8)   VALUE ZERO.    CCVSF1.0
001360 01  LEDGER-START-TIME                  PIC 9(8)   VALUE ZERO.    CCVSF1.0
001370 01  LEDGER-REASON                      PIC X(40)                 CCVSF1.0
001380         VALUE "QUARANTINE REGISTER VALIDATED".                   CCVSF1.0
001390 01  QUARANTINE-EOF-SW                  PIC X      VALUE "N".     CCVSF1.0
001400     88 QUARANTINE-EOF                             VALUE "Y".     CCVSF1.0
001410 01  TRANSACTION-EOF-SW                 PIC X      VALUE "N".     CCVSF1.0
001420     88 TRANSACTION-EOF                            VALUE "Y".     CCVSF1.0
001430 01  JOURNAL-EOF-SW                     PIC X      VALUE "N".     CCVSF1.0
001440     88 JOURNAL-EOF                                VALUE "Y".     CCVSF1.0
001450 01  CONTROL-EOF-SW                     PIC X      VALUE "N".     CCVSF1.0
001460     88 CONTROL-EOF                                VALUE "Y".     CCVSF1.0
001470 01  QUARANTINE-STATUS                  PIC XX     VALUE SPACE.   CCVSF1.0
001480 01  JOURNAL-STATUS                     PIC XX     VALUE SPACE.   CCVSF1.0
001490 01  CONTROL-STATUS                     PIC XX     VALUE SPACE.   CCVSF1.0
001500 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSF1.0
001510 01  RUN-TIME-NOW                       PIC 9(8)   VALUE ZERO.    CCVSF1.0
001520 01  CLEAN-NIGHTS-WANTED                PIC 99     VALUE 05.      CCVSF1.0
001530 01  ENTRY-COUNT                        PIC 999    VALUE ZERO.    CCVSF1.0
001540 01  QUARANTINE-TABLE.                                            CCVSF1.0
001550     02 QUARANTINE-ENTRY OCCURS 201 TIMES.                        CCVSF1.0
001560         03 QE-ENTRY-IMAGE   PIC X(120).                          CCVSF1.0
001570         03 QE-ENTRY-FIELDS REDEFINES QE-ENTRY-IMAGE.             CCVSF1.0
001580             04 QE-TEST-ID       PIC X(9).                        CCVSF1.0
001590             04 FILLER           PIC X.                           CCVSF1.0
001600             04 QE-PAR-NAME      PIC X(22).                       CCVSF1.0
001610             04 FILLER           PIC X.                           CCVSF1.0
001620             04 QE-REASON        PIC X(40).                       CCVSF1.0
001630             04 FILLER           PIC X.                           CCVSF1.0
001640             04 QE-TICKET-REF    PIC X(10).                       CCVSF1.0
001650             04 FILLER           PIC X.                           CCVSF1.0
001660             04 QE-ANALYST       PIC X(8).                        CCVSF1.0
001670             04 FILLER           PIC X.                           CCVSF1.0
001680             04 QE-EXPIRY-DATE   PIC 9(8).                        CCVSF1.0
001690             04 FILLER           PIC X.                           CCVSF1.0
001700             04 QE-ADDED-DATE    PIC 9(8).                        CCVSF1.0
001710             04 FILLER           PIC X(9).                        CCVSF1.0
001720         03 QE-LAST-RUN-DATE PIC 9(8).                            CCVSF1.0
001730         03 QE-CLEAN-NIGHTS  PIC 999.                             CCVSF1.0
001740 01  WORK-ENTRY-IMAGE                   PIC X(120) VALUE SPACE.   CCVSF1.0
001750 01  WORK-ENTRY-FIELDS REDEFINES WORK-ENTRY-IMAGE.                CCVSF1.0
001760     02 WK-TEST-ID           PIC X(9).                            CCVSF1.0
001770     02 FILLER               PIC X.                               CCVSF1.0
001780     02 WK-PAR-NAME          PIC X(22).                           CCVSF1.0
001790     02 FILLER               PIC X.                               CCVSF1.0
001800     02 WK-REASON            PIC X(40).                           CCVSF1.0
001810     02 FILLER               PIC X.                               CCVSF1.0
001820     02 WK-TICKET-REF        PIC X(10).                           CCVSF1.0
001830     02 FILLER               PIC X.                               CCVSF1.0
001840     02 WK-ANALYST           PIC X(8).                            CCVSF1.0
001850     02 FILLER               PIC X.                               CCVSF1.0
001860     02 WK-EXPIRY-DATE       PIC 9(8).                            CCVSF1.0
001870     02 FILLER               PIC X.                               CCVSF1.0
001880     02 WK-ADDED-DATE        PIC 9(8).                            CCVSF1.0
001890     02 FILLER               PIC X(9).                            CCVSF1.0
001900 01  AUDIT-ACTION                       PIC X(6)   VALUE SPACE.   CCVSF1.0
001910 01  AUDIT-IMAGE-TYPE                   PIC X(6)   VALUE SPACE.   CCVSF1.0
001920 01  AUDIT-ENTRY-IMAGE                  PIC X(120) VALUE SPACE.   CCVSF1.0
001930 01  TRANS-APPLIED-COUNT                PIC 999    VALUE ZERO.    CCVSF1.0
001940 01  TRANS-REJECT-COUNT                 PIC 999    VALUE ZERO.    CCVSF1.0
001950 01  VALIDATION-ERROR-COUNT             PIC 999    VALUE ZERO.    CCVSF1.0
001960 01  ENTRY-OVERFLOW-COUNT               PIC 999    VALUE ZERO.    CCVSF1.0
001970 01  RELEASE-COUNT                      PIC 999    VALUE ZERO.    CCVSF1.0
001980 01  JOURNAL-READ-COUNT                 PIC 9(7)   VALUE ZERO.    CCVSF1.0
001990 01  UNDERLYING-RESULT                  PIC X(5)   VALUE SPACE.   CCVSF1.0
002000 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVSF1.0
002010 01  SUB-2                              PIC S9(4) COMP VALUE 0.   CCVSF1.0
002020 01  HIT-SUB                            PIC S9(4) COMP VALUE 0.   CCVSF1.0
002030 01  VALIDATION-HEADING-1.                                        CCVSF1.0
002040     02 FILLER PIC X(20) VALUE SPACE.                             CCVSF1.0
002050     02 FILLER PIC X(42)                                          CCVSF1.0
002060         VALUE "CCVS QUARANTINE REGISTER MAINTENANCE".            CCVSF1.0
002070     02 FILLER PIC X(62) VALUE SPACE.                             CCVSF1.0
002080     02 VH-RUN-DATE        PIC 9(8).                              CCVSF1.0
002090 01  TRANS-LOG-LINE.                                              CCVSF1.0
002100     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002110     02 TL-ACTION          PIC X(6).                              CCVSF1.0
002120     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002130     02 TL-TEST-ID         PIC X(9).                              CCVSF1.0
002140     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002150     02 TL-PAR-NAME        PIC X(22).                             CCVSF1.0
002160     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002170     02 TL-USER-ID         PIC X(8).                              CCVSF1.0
002180     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002190     02 TL-RESULT          PIC X(40).                             CCVSF1.0
002200     02 FILLER PIC X(42) VALUE SPACE.                             CCVSF1.0
002210 01  VALIDATION-ERROR-LINE.                                       CCVSF1.0
002220     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002230     02 VE-SEQ             PIC ZZZZ9.                             CCVSF1.0
002240     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002250     02 VE-TEST-ID         PIC X(9).                              CCVSF1.0
002260     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002270     02 VE-PAR-NAME        PIC X(22).                             CCVSF1.0
002280     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002290     02 VE-MESSAGE         PIC X(50).                             CCVSF1.0
002300     02 FILLER PIC X(42) VALUE SPACE.                             CCVSF1.0
002310 01  RELEASE-HEADING-1.                                           CCVSF1.0
002320     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002330     02 FILLER PIC X(60)                                          CCVSF1.0
002340         VALUE "ENTRIES TO RELEASE FROM QUARANTINE".              CCVSF1.0
002350     02 FILLER PIC X(71) VALUE SPACE.                             CCVSF1.0
002360 01  RELEASE-HEADING-2.                                           CCVSF1.0
002370     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002380     02 FILLER PIC X(33) VALUE "TEST-ID   PAR-NAME".              CCVSF1.0
002390     02 FILLER PIC X(11) VALUE "TICKET".                          CCVSF1.0
002400     02 FILLER PIC X(9)  VALUE "ANALYST".                         CCVSF1.0
002410     02 FILLER PIC X(9)  VALUE "EXPIRES".                         CCVSF1.0
002420     02 FILLER PIC X(30) VALUE "RELEASE REASON".                  CCVSF1.0
002430     02 FILLER PIC X(39) VALUE SPACE.                             CCVSF1.0
002440 01  RELEASE-DETAIL-LINE.                                         CCVSF1.0
002450     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002460     02 RL-TEST-ID         PIC X(9).                              CCVSF1.0
002470     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002480     02 RL-PAR-NAME        PIC X(22).                             CCVSF1.0
002490     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002500     02 RL-TICKET-REF      PIC X(10).                             CCVSF1.0
002510     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002520     02 RL-ANALYST         PIC X(8).                              CCVSF1.0
002530     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002540     02 RL-EXPIRY-DATE     PIC 9(8).                              CCVSF1.0
002550     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002560     02 RL-REASON          PIC X(30).                             CCVSF1.0
002570     02 FILLER PIC X(39) VALUE SPACE.                             CCVSF1.0
002580 01  RELEASE-CLEAN-TEXT.                                          CCVSF1.0
002590     02 FILLER PIC X(13) VALUE "PASSED CLEAN ".                   CCVSF1.0
002600     02 RC-NIGHTS          PIC ZZ9.                               CCVSF1.0
002610     02 FILLER PIC X(14) VALUE " NIGHTS".                         CCVSF1.0
002620 01  VALIDATION-TOTAL-LINE.                                       CCVSF1.0
002630     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002640     02 VT-COUNT           PIC ZZZZ9.                             CCVSF1.0
002650     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSF1.0
002660     02 VT-DESC            PIC X(50).                             CCVSF1.0
002670     02 FILLER PIC X(75) VALUE SPACE.                             CCVSF1.0
002680 PROCEDURE DIVISION.                                              CCVSF1.0
002690 CCVSQUA-MAIN SECTION.                                            CCVSF1.0
002700 OPEN-FILES.                                                      CCVSF1.0
002710     ACCEPT LEDGER-START-DATE FROM DATE YYYYMMDD.                 CCVSF1.0
002720     ACCEPT LEDGER-START-TIME FROM TIME.                          CCVSF1.0
002730     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSF1.0
002740     ACCEPT RUN-TIME-NOW FROM TIME.                               CCVSF1.0
002750     OPEN OUTPUT VALIDATION-REPORT-FILE.                          CCVSF1.0
002760     PERFORM PRINT-REPORT-HEADING.                                CCVSF1.0
002770     PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EXIT.     CCVSF1.0
002780     PERFORM LOAD-QUARANTINE-TABLE                                CCVSF1.0
002790         THRU LOAD-QUARANTINE-TABLE-EXIT.                         CCVSF1.0
002800     OPEN EXTEND AUDIT-JOURNAL-FILE.                              CCVSF1.0
002810     PERFORM APPLY-TRANSACTIONS.                                  CCVSF1.0
002820     CLOSE AUDIT-JOURNAL-FILE.                                    CCVSF1.0
002830     PERFORM VALIDATE-QUARANTINE-TABLE.                           CCVSF1.0
002840     PERFORM WRITE-NEW-QUARANTINE-FILE.                           CCVSF1.0
002850     PERFORM SCAN-RESULT-JOURNAL THRU SCAN-RESULT-JOURNAL-EXIT.   CCVSF1.0
002860     PERFORM PRINT-RELEASE-LIST.                                  CCVSF1.0
002870     PERFORM PRINT-REPORT-TOTALS.                                 CCVSF1.0
002880     IF VALIDATION-ERROR-COUNT GREATER THAN ZERO                  CCVSF1.0
002890         OR TRANS-REJECT-COUNT GREATER THAN ZERO                  CCVSF1.0
002900             MOVE 16 TO RETURN-CODE                               CCVSF1.0
002910             MOVE "QUARANTINE ERRORS OR REJECTED CARDS"           CCVSF1.0
002920                 TO LEDGER-REASON                                 CCVSF1.0
002930     ELSE IF RELEASE-COUNT GREATER THAN ZERO                      CCVSF1.0
002940             MOVE 4 TO RETURN-CODE                                CCVSF1.0
002950             MOVE "QUARANTINED PARAGRAPHS DUE FOR RELEASE"        CCVSF1.0
002960                 TO LEDGER-REASON.                                CCVSF1.0
002970 CLOSE-FILES.                                                     CCVSF1.0
002980     CLOSE VALIDATION-REPORT-FILE.                                CCVSF1.0
002990     PERFORM WRITE-RUN-LEDGER.                                    CCVSF1.0
003000     STOP RUN.                                                    CCVSF1.0
003010 READ-CONTROL-CARDS.                                              CCVSF1.0
003020     OPEN INPUT CONTROL-CARD-FILE.                                CCVSF1.0
003030     IF CONTROL-STATUS NOT EQUAL TO "00"                          CCVSF1.0
003040         GO TO READ-CONTROL-CARDS-EXIT.                           CCVSF1.0
003050     PERFORM READ-CONTROL-CARD.                                   CCVSF1.0
003060     PERFORM APPLY-CONTROL-CARD THRU APPLY-CONTROL-CARD-EXIT      CCVSF1.0
003070         UNTIL CONTROL-EOF.                                       CCVSF1.0
003080     CLOSE CONTROL-CARD-FILE.                                     CCVSF1.0
003090 READ-CONTROL-CARDS-EXIT. EXIT.                                   CCVSF1.0
003100 READ-CONTROL-CARD.                                               CCVSF1.0
003110     READ CONTROL-CARD-FILE                                       CCVSF1.0
003120         AT END SET CONTROL-EOF TO TRUE.                          CCVSF1.0
003130 APPLY-CONTROL-CARD.                                              CCVSF1.0
003140     IF CC-KEYWORD EQUAL TO "CLEAN-NIGHTS="                       CCVSF1.0
003150         AND CC-CLEAN-NIGHTS IS NUMERIC                           CCVSF1.0
003160         AND CC-CLEAN-NIGHTS GREATER THAN ZERO                    CCVSF1.0
003170             MOVE CC-CLEAN-NIGHTS TO CLEAN-NIGHTS-WANTED.         CCVSF1.0
003180     PERFORM READ-CONTROL-CARD.                                   CCVSF1.0
003190 APPLY-CONTROL-CARD-EXIT. EXIT.                                   CCVSF1.0
003200 LOAD-QUARANTINE-TABLE.                                           CCVSF1.0
003210     OPEN INPUT QUARANTINE-FILE.                                  CCVSF1.0
003220     IF QUARANTINE-STATUS NOT EQUAL TO "00"                       CCVSF1.0
003230         GO TO LOAD-QUARANTINE-TABLE-EXIT.                        CCVSF1.0
003240     PERFORM READ-QUARANTINE.                                     CCVSF1.0
003250     PERFORM POST-QUARANTINE THRU POST-QUARANTINE-EXIT            CCVSF1.0
003260         UNTIL QUARANTINE-EOF.                                    CCVSF1.0
003270     CLOSE QUARANTINE-FILE.                                       CCVSF1.0
003280 LOAD-QUARANTINE-TABLE-EXIT. EXIT.                                CCVSF1.0
003290 READ-QUARANTINE.                                                 CCVSF1.0
003300     READ QUARANTINE-FILE                                         CCVSF1.0
003310         AT END SET QUARANTINE-EOF TO TRUE.                       CCVSF1.0
003320 POST-QUARANTINE.                                                 CCVSF1.0
003330     IF ENTRY-COUNT LESS THAN 200                                 CCVSF1.0
003340         ADD 1 TO ENTRY-COUNT                                     CCVSF1.0
003350         MOVE QUARANTINE-REC TO QE-ENTRY-IMAGE (ENTRY-COUNT)      CCVSF1.0
003360         MOVE ZERO TO QE-LAST-RUN-DATE (ENTRY-COUNT)              CCVSF1.0
003370         MOVE ZERO TO QE-CLEAN-NIGHTS (ENTRY-COUNT)               CCVSF1.0
003380     ELSE                                                         CCVSF1.0
003390         ADD 1 TO ENTRY-OVERFLOW-COUNT.                           CCVSF1.0
003400     PERFORM READ-QUARANTINE.                                     CCVSF1.0
003410 POST-QUARANTINE-EXIT. EXIT.                                      CCVSF1.0
003420 APPLY-TRANSACTIONS.                                              CCVSF1.0
003430     OPEN INPUT TRANSACTION-FILE.                                 CCVSF1.0
003440     PERFORM READ-TRANSACTION.                                    CCVSF1.0
003450     PERFORM APPLY-ONE-TRANSACTION                                CCVSF1.0
003460         THRU APPLY-ONE-TRANSACTION-EXIT                          CCVSF1.0
003470         UNTIL TRANSACTION-EOF.                                   CCVSF1.0
003480     CLOSE TRANSACTION-FILE.                                      CCVSF1.0
003490 READ-TRANSACTION.                                                CCVSF1.0
003500     READ TRANSACTION-FILE                                        CCVSF1.0
003510         AT END SET TRANSACTION-EOF TO TRUE.                      CCVSF1.0
003520 APPLY-ONE-TRANSACTION.                                           CCVSF1.0
003530     MOVE TX-ENTRY-IMAGE TO WORK-ENTRY-IMAGE.                     CCVSF1.0
003540     PERFORM FIND-ENTRY-BY-KEY.                                   CCVSF1.0
003550     IF TX-ACTION EQUAL TO "A"                                    CCVSF1.0
003560         PERFORM APPLY-ADD THRU APPLY-ADD-EXIT                    CCVSF1.0
003570     ELSE IF TX-ACTION EQUAL TO "C"                               CCVSF1.0
003580         PERFORM APPLY-CHANGE THRU APPLY-CHANGE-EXIT              CCVSF1.0
003590     ELSE IF TX-ACTION EQUAL TO "D"                               CCVSF1.0
003600         PERFORM APPLY-DELETE THRU APPLY-DELETE-EXIT              CCVSF1.0
003610     ELSE                                                         CCVSF1.0
003620         ADD 1 TO TRANS-REJECT-COUNT                              CCVSF1.0
003630         MOVE "??????" TO TL-ACTION                               CCVSF1.0
003640         MOVE "REJECTED - UNKNOWN ACTION CODE" TO TL-RESULT       CCVSF1.0
003650         PERFORM PRINT-TRANS-LOG.                                 CCVSF1.0
003660     PERFORM READ-TRANSACTION.                                    CCVSF1.0
003670 APPLY-ONE-TRANSACTION-EXIT. EXIT.                                CCVSF1.0
003680 FIND-ENTRY-BY-KEY.                                               CCVSF1.0
003690     PERFORM TABLE-SCAN-NULL                                      CCVSF1.0
003700         VARYING SUB-1 FROM 1 BY 1                                CCVSF1.0
003710         UNTIL SUB-1 GREATER THAN ENTRY-COUNT                     CCVSF1.0
003720         OR (QE-TEST-ID (SUB-1) EQUAL TO WK-TEST-ID               CCVSF1.0
003730         AND QE-PAR-NAME (SUB-1) EQUAL TO WK-PAR-NAME).           CCVSF1.0
003740     IF SUB-1 GREATER THAN ENTRY-COUNT                            CCVSF1.0
003750         MOVE ZERO TO HIT-SUB                                     CCVSF1.0
003760     ELSE                                                         CCVSF1.0
003770         MOVE SUB-1 TO HIT-SUB.                                   CCVSF1.0
003780 TABLE-SCAN-NULL. EXIT.                                           CCVSF1.0
003790 APPLY-ADD.                                                       CCVSF1.0
003800     MOVE "ADD   " TO TL-ACTION.                                  CCVSF1.0
003810     IF HIT-SUB GREATER THAN ZERO                                 CCVSF1.0
003820         ADD 1 TO TRANS-REJECT-COUNT                              CCVSF1.0
003830         MOVE "REJECTED - ENTRY ALREADY IN REGISTER" TO TL-RESULT CCVSF1.0
003840         PERFORM PRINT-TRANS-LOG                                  CCVSF1.0
003850         GO TO APPLY-ADD-EXIT.                                    CCVSF1.0
003860     IF ENTRY-COUNT NOT LESS THAN 200                             CCVSF1.0
003870         ADD 1 TO TRANS-REJECT-COUNT                              CCVSF1.0
003880         MOVE "REJECTED - QUARANTINE TABLE FULL" TO TL-RESULT     CCVSF1.0
003890         PERFORM PRINT-TRANS-LOG                                  CCVSF1.0
003900         GO TO APPLY-ADD-EXIT.                                    CCVSF1.0
003910     IF WK-ADDED-DATE NOT NUMERIC                                 CCVSF1.0
003920         OR WK-ADDED-DATE EQUAL TO ZERO                           CCVSF1.0
003930             MOVE TODAYS-RUN-DATE TO WK-ADDED-DATE.               CCVSF1.0
003940     ADD 1 TO ENTRY-COUNT.                                        CCVSF1.0
003950     MOVE WORK-ENTRY-IMAGE TO QE-ENTRY-IMAGE (ENTRY-COUNT).       CCVSF1.0
003960     MOVE ZERO TO QE-LAST-RUN-DATE (ENTRY-COUNT).                 CCVSF1.0
003970     MOVE ZERO TO QE-CLEAN-NIGHTS (ENTRY-COUNT).                  CCVSF1.0
003980     ADD 1 TO TRANS-APPLIED-COUNT.                                CCVSF1.0
003990     MOVE "ADD   " TO AUDIT-ACTION.                               CCVSF1.0
004000     MOVE "AFTER " TO AUDIT-IMAGE-TYPE.                           CCVSF1.0
004010     MOVE WORK-ENTRY-IMAGE TO AUDIT-ENTRY-IMAGE.                  CCVSF1.0
004020     PERFORM WRITE-AUDIT-JOURNAL.                                 CCVSF1.0
004030     MOVE "APPLIED" TO TL-RESULT.                                 CCVSF1.0
004040     PERFORM PRINT-TRANS-LOG.                                     CCVSF1.0
004050 APPLY-ADD-EXIT. EXIT.                                            CCVSF1.0
004060 APPLY-CHANGE.                                                    CCVSF1.0
004070     MOVE "CHANGE" TO TL-ACTION.                                  CCVSF1.0
004080     IF HIT-SUB EQUAL TO ZERO                                     CCVSF1.0
004090         ADD 1 TO TRANS-REJECT-COUNT                              CCVSF1.0
004100         MOVE "REJECTED - ENTRY NOT IN REGISTER" TO TL-RESULT     CCVSF1.0
004110         PERFORM PRINT-TRANS-LOG                                  CCVSF1.0
004120         GO TO APPLY-CHANGE-EXIT.                                 CCVSF1.0
004130     IF WK-ADDED-DATE NOT NUMERIC                                 CCVSF1.0
004140         OR WK-ADDED-DATE EQUAL TO ZERO                           CCVSF1.0
004150             MOVE QE-ADDED-DATE (HIT-SUB) TO WK-ADDED-DATE.       CCVSF1.0
004160     MOVE "CHANGE" TO AUDIT-ACTION.                               CCVSF1.0
004170     MOVE "BEFORE" TO AUDIT-IMAGE-TYPE.                           CCVSF1.0
004180     MOVE QE-ENTRY-IMAGE (HIT-SUB) TO AUDIT-ENTRY-IMAGE.          CCVSF1.0
004190     PERFORM WRITE-AUDIT-JOURNAL.                                 CCVSF1.0
004200     MOVE WORK-ENTRY-IMAGE TO QE-ENTRY-IMAGE (HIT-SUB).           CCVSF1.0
004210     MOVE "CHANGE" TO AUDIT-ACTION.                               CCVSF1.0
004220     MOVE "AFTER " TO AUDIT-IMAGE-TYPE.                           CCVSF1.0
004230     MOVE WORK-ENTRY-IMAGE TO AUDIT-ENTRY-IMAGE.                  CCVSF1.0
004240     PERFORM WRITE-AUDIT-JOURNAL.                                 CCVSF1.0
004250     ADD 1 TO TRANS-APPLIED-COUNT.                                CCVSF1.0
004260     MOVE "APPLIED" TO TL-RESULT.                                 CCVSF1.0
004270     PERFORM PRINT-TRANS-LOG.                                     CCVSF1.0
004280 APPLY-CHANGE-EXIT. EXIT.                                         CCVSF1.0
004290 APPLY-DELETE.                                                    CCVSF1.0
004300     MOVE "DELETE" TO TL-ACTION.                                  CCVSF1.0
004310     IF HIT-SUB EQUAL TO ZERO                                     CCVSF1.0
004320         ADD 1 TO TRANS-REJECT-COUNT                              CCVSF1.0
004330         MOVE "REJECTED - ENTRY NOT IN REGISTER" TO TL-RESULT     CCVSF1.0
004340         PERFORM PRINT-TRANS-LOG                                  CCVSF1.0
004350         GO TO APPLY-DELETE-EXIT.                                 CCVSF1.0
004360     MOVE "DELETE" TO AUDIT-ACTION.                               CCVSF1.0
004370     MOVE "BEFORE" TO AUDIT-IMAGE-TYPE.                           CCVSF1.0
004380     MOVE QE-ENTRY-IMAGE (HIT-SUB) TO AUDIT-ENTRY-IMAGE.          CCVSF1.0
004390     PERFORM WRITE-AUDIT-JOURNAL.                                 CCVSF1.0
004400     PERFORM SHIFT-ENTRY-TABLE-DOWN                               CCVSF1.0
004410         VARYING SUB-1 FROM HIT-SUB BY 1                          CCVSF1.0
004420         UNTIL SUB-1 NOT LESS THAN ENTRY-COUNT.                   CCVSF1.0
004430     SUBTRACT 1 FROM ENTRY-COUNT.                                 CCVSF1.0
004440     ADD 1 TO TRANS-APPLIED-COUNT.                                CCVSF1.0
004450     MOVE "APPLIED" TO TL-RESULT.                                 CCVSF1.0
004460     PERFORM PRINT-TRANS-LOG.                                     CCVSF1.0
004470 APPLY-DELETE-EXIT. EXIT.                                         CCVSF1.0
004480 SHIFT-ENTRY-TABLE-DOWN.                                          CCVSF1.0
004490     ADD 1 SUB-1 GIVING SUB-2.                                    CCVSF1.0
004500     MOVE QUARANTINE-ENTRY (SUB-2) TO QUARANTINE-ENTRY (SUB-1).   CCVSF1.0
004510 WRITE-AUDIT-JOURNAL.                                             CCVSF1.0
004520     MOVE SPACE TO AUDIT-JOURNAL-REC.                             CCVSF1.0
004530     MOVE TODAYS-RUN-DATE TO AJ-RUN-DATE.                         CCVSF1.0
004540     MOVE RUN-TIME-NOW TO AJ-RUN-TIME.                            CCVSF1.0
004550     MOVE TX-USER-ID TO AJ-USER-ID.                               CCVSF1.0
004560     MOVE AUDIT-ACTION TO AJ-ACTION.                              CCVSF1.0
004570     MOVE AUDIT-IMAGE-TYPE TO AJ-IMAGE-TYPE.                      CCVSF1.0
004580     MOVE AUDIT-ENTRY-IMAGE TO AJ-ENTRY-IMAGE.                    CCVSF1.0
004590     WRITE AUDIT-JOURNAL-REC.                                     CCVSF1.0
004600 PRINT-TRANS-LOG.                                                 CCVSF1.0
004610     MOVE WK-TEST-ID TO TL-TEST-ID.                               CCVSF1.0
004620     MOVE WK-PAR-NAME TO TL-PAR-NAME.                             CCVSF1.0
004630     MOVE TX-USER-ID TO TL-USER-ID.                               CCVSF1.0
004640     MOVE TRANS-LOG-LINE TO VALIDATION-REPORT-REC.                CCVSF1.0
004650     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
004660 VALIDATE-QUARANTINE-TABLE.                                       CCVSF1.0
004670     PERFORM VALIDATE-ONE-ENTRY THRU VALIDATE-ONE-ENTRY-EXIT      CCVSF1.0
004680         VARYING SUB-1 FROM 1 BY 1                                CCVSF1.0
004690         UNTIL SUB-1 GREATER THAN ENTRY-COUNT.                    CCVSF1.0
004700     IF ENTRY-OVERFLOW-COUNT GREATER THAN ZERO                    CCVSF1.0
004710         ADD ENTRY-OVERFLOW-COUNT TO VALIDATION-ERROR-COUNT       CCVSF1.0
004720         MOVE SPACE TO VALIDATION-ERROR-LINE                      CCVSF1.0
004730         MOVE ENTRY-OVERFLOW-COUNT TO VE-SEQ                      CCVSF1.0
004740         MOVE "RECORDS PAST 200-ENTRY TABLE NOT REWRITTEN"        CCVSF1.0
004750             TO VE-MESSAGE                                        CCVSF1.0
004760         MOVE VALIDATION-ERROR-LINE TO VALIDATION-REPORT-REC      CCVSF1.0
004770         PERFORM WRITE-REPORT-LINE.                               CCVSF1.0
004780 VALIDATE-ONE-ENTRY.                                              CCVSF1.0
004790     IF QE-TEST-ID (SUB-1) EQUAL TO SPACE                         CCVSF1.0
004800         OR QE-PAR-NAME (SUB-1) EQUAL TO SPACE                    CCVSF1.0
004810             MOVE "BLANK TEST-ID OR PAR-NAME IN KEY" TO VE-MESSAGECCVSF1.0
004820             PERFORM NOTE-VALIDATION-ERROR                        CCVSF1.0
004830     ELSE                                                         CCVSF1.0
004840         PERFORM CHECK-DUPLICATE-KEY.                             CCVSF1.0
004850     IF QE-REASON (SUB-1) EQUAL TO SPACE                          CCVSF1.0
004860         MOVE "NO QUARANTINE REASON GIVEN" TO VE-MESSAGE          CCVSF1.0
004870         PERFORM NOTE-VALIDATION-ERROR.                           CCVSF1.0
004880     IF QE-TICKET-REF (SUB-1) EQUAL TO SPACE                      CCVSF1.0
004890         MOVE "NO DEFECT OR TICKET REFERENCE GIVEN" TO VE-MESSAGE CCVSF1.0
004900         PERFORM NOTE-VALIDATION-ERROR.                           CCVSF1.0
004910     IF QE-ANALYST (SUB-1) EQUAL TO SPACE                         CCVSF1.0
004920         MOVE "NO ANALYST GIVEN" TO VE-MESSAGE                    CCVSF1.0
004930         PERFORM NOTE-VALIDATION-ERROR.                           CCVSF1.0
004940     IF QE-EXPIRY-DATE (SUB-1) NOT NUMERIC                        CCVSF1.0
004950         OR QE-EXPIRY-DATE (SUB-1) EQUAL TO ZERO                  CCVSF1.0
004960             MOVE "EXPIRY DATE MISSING OR NOT YYYYMMDD"           CCVSF1.0
004970                 TO VE-MESSAGE                                    CCVSF1.0
004980             PERFORM NOTE-VALIDATION-ERROR.                       CCVSF1.0
004990 VALIDATE-ONE-ENTRY-EXIT. EXIT.                                   CCVSF1.0
005000 NOTE-VALIDATION-ERROR.                                           CCVSF1.0
005010     ADD 1 TO VALIDATION-ERROR-COUNT.                             CCVSF1.0
005020     MOVE SUB-1 TO VE-SEQ.                                        CCVSF1.0
005030     MOVE QE-TEST-ID (SUB-1) TO VE-TEST-ID.                       CCVSF1.0
005040     MOVE QE-PAR-NAME (SUB-1) TO VE-PAR-NAME.                     CCVSF1.0
005050     MOVE VALIDATION-ERROR-LINE TO VALIDATION-REPORT-REC.         CCVSF1.0
005060     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
005070     MOVE SPACE TO VALIDATION-ERROR-LINE.                         CCVSF1.0
005080 CHECK-DUPLICATE-KEY.                                             CCVSF1.0
005090     PERFORM TABLE-SCAN-NULL                                      CCVSF1.0
005100         VARYING SUB-2 FROM 1 BY 1                                CCVSF1.0
005110         UNTIL SUB-2 NOT LESS THAN SUB-1                          CCVSF1.0
005120         OR (QE-TEST-ID (SUB-2) EQUAL TO QE-TEST-ID (SUB-1)       CCVSF1.0
005130         AND QE-PAR-NAME (SUB-2) EQUAL TO QE-PAR-NAME (SUB-1)).   CCVSF1.0
005140     IF SUB-2 LESS THAN SUB-1                                     CCVSF1.0
005150         MOVE "DUPLICATE TEST-ID + PAR-NAME" TO VE-MESSAGE        CCVSF1.0
005160         PERFORM NOTE-VALIDATION-ERROR.                           CCVSF1.0
005170 WRITE-NEW-QUARANTINE-FILE.                                       CCVSF1.0
005180     OPEN OUTPUT NEW-QUARANTINE-FILE.                             CCVSF1.0
005190     PERFORM WRITE-ONE-NEW-ENTRY                                  CCVSF1.0
005200         VARYING SUB-1 FROM 1 BY 1                                CCVSF1.0
005210         UNTIL SUB-1 GREATER THAN ENTRY-COUNT.                    CCVSF1.0
005220     CLOSE NEW-QUARANTINE-FILE.                                   CCVSF1.0
005230 WRITE-ONE-NEW-ENTRY.                                             CCVSF1.0
005240     MOVE QE-ENTRY-IMAGE (SUB-1) TO NEW-QUARANTINE-REC.           CCVSF1.0
005250     WRITE NEW-QUARANTINE-REC.                                    CCVSF1.0
005260*                                                                 CCVSF1.0
005270*    THE JOURNAL IS IN RUN ORDER, SO EACH ENTRY'S CLEAN-NIGHT     CCVSF1.0
005280*    COUNT IS THE NUMBER OF CONSECUTIVE NIGHTS, ENDING WITH THE   CCVSF1.0
005290*    LATEST ONE THE PARAGRAPH RAN, ON WHICH ITS UNDERLYING RESULT CCVSF1.0
005300*    WAS PASS.  A QUARANTINED CASE IS JOURNALED AS QUAR* WITH ITS CCVSF1.0
005310*    REAL RESULT IN RJ-QUAR-RESULT.  A RERUN THE SAME NIGHT DOES  CCVSF1.0
005320*    NOT COUNT TWICE, AND ANY NON-PASS RESULT STARTS THE COUNT    CCVSF1.0
005330*    AGAIN.                                                       CCVSF1.0
005340*                                                                 CCVSF1.0
005350 SCAN-RESULT-JOURNAL.                                             CCVSF1.0
005360     IF ENTRY-COUNT EQUAL TO ZERO                                 CCVSF1.0
005370         GO TO SCAN-RESULT-JOURNAL-EXIT.                          CCVSF1.0
005380     OPEN INPUT RESULT-JOURNAL-FILE.                              CCVSF1.0
005390     IF JOURNAL-STATUS NOT EQUAL TO "00"                          CCVSF1.0
005400         GO TO SCAN-RESULT-JOURNAL-EXIT.                          CCVSF1.0
005410     PERFORM READ-JOURNAL.                                        CCVSF1.0
005420     PERFORM POST-JOURNAL-RECORD THRU POST-JOURNAL-RECORD-EXIT    CCVSF1.0
005430         UNTIL JOURNAL-EOF.                                       CCVSF1.0
005440     CLOSE RESULT-JOURNAL-FILE.                                   CCVSF1.0
005450 SCAN-RESULT-JOURNAL-EXIT. EXIT.                                  CCVSF1.0
005460 READ-JOURNAL.                                                    CCVSF1.0
005470     READ RESULT-JOURNAL-FILE                                     CCVSF1.0
005480         AT END SET JOURNAL-EOF TO TRUE.                          CCVSF1.0
005490 POST-JOURNAL-RECORD.                                             CCVSF1.0
005500     ADD 1 TO JOURNAL-READ-COUNT.                                 CCVSF1.0
005510     PERFORM TABLE-SCAN-NULL                                      CCVSF1.0
005520         VARYING SUB-1 FROM 1 BY 1                                CCVSF1.0
005530         UNTIL SUB-1 GREATER THAN ENTRY-COUNT                     CCVSF1.0
005540         OR (QE-TEST-ID (SUB-1) EQUAL TO RJ-TEST-ID               CCVSF1.0
005550         AND QE-PAR-NAME (SUB-1) EQUAL TO RJ-PAR-NAME).           CCVSF1.0
005560     IF SUB-1 GREATER THAN ENTRY-COUNT                            CCVSF1.0
005570         GO TO POST-JOURNAL-RECORD-NEXT.                          CCVSF1.0
005580     IF RJ-DISPOSITION EQUAL TO "QUAR*"                           CCVSF1.0
005590         MOVE RJ-QUAR-RESULT TO UNDERLYING-RESULT                 CCVSF1.0
005600     ELSE                                                         CCVSF1.0
005610         MOVE RJ-DISPOSITION TO UNDERLYING-RESULT.                CCVSF1.0
005620     IF UNDERLYING-RESULT NOT EQUAL TO "PASS "                    CCVSF1.0
005630         MOVE ZERO TO QE-CLEAN-NIGHTS (SUB-1)                     CCVSF1.0
005640     ELSE IF RJ-RUN-DATE NOT EQUAL TO QE-LAST-RUN-DATE (SUB-1)    CCVSF1.0
005650         ADD 1 TO QE-CLEAN-NIGHTS (SUB-1).                        CCVSF1.0
005660     MOVE RJ-RUN-DATE TO QE-LAST-RUN-DATE (SUB-1).                CCVSF1.0
005670 POST-JOURNAL-RECORD-NEXT.                                        CCVSF1.0
005680     PERFORM READ-JOURNAL.                                        CCVSF1.0
005690 POST-JOURNAL-RECORD-EXIT. EXIT.                                  CCVSF1.0
005700 PRINT-RELEASE-LIST.                                              CCVSF1.0
005710     MOVE SPACE TO VALIDATION-REPORT-REC.                         CCVSF1.0
005720     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
005730     MOVE RELEASE-HEADING-1 TO VALIDATION-REPORT-REC.             CCVSF1.0
005740     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
005750     MOVE RELEASE-HEADING-2 TO VALIDATION-REPORT-REC.             CCVSF1.0
005760     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
005770     PERFORM CHECK-ONE-RELEASE THRU CHECK-ONE-RELEASE-EXIT        CCVSF1.0
005780         VARYING SUB-1 FROM 1 BY 1                                CCVSF1.0
005790         UNTIL SUB-1 GREATER THAN ENTRY-COUNT.                    CCVSF1.0
005800 CHECK-ONE-RELEASE.                                               CCVSF1.0
005810     MOVE SPACE TO RL-REASON.                                     CCVSF1.0
005820     IF QE-EXPIRY-DATE (SUB-1) IS NUMERIC                         CCVSF1.0
005830         AND QE-EXPIRY-DATE (SUB-1) LESS THAN TODAYS-RUN-DATE     CCVSF1.0
005840             MOVE "EXPIRED" TO RL-REASON                          CCVSF1.0
005850     ELSE IF QE-CLEAN-NIGHTS (SUB-1) NOT LESS THAN                CCVSF1.0
005860         CLEAN-NIGHTS-WANTED                                      CCVSF1.0
005870             MOVE QE-CLEAN-NIGHTS (SUB-1) TO RC-NIGHTS            CCVSF1.0
005880             MOVE RELEASE-CLEAN-TEXT TO RL-REASON.                CCVSF1.0
005890     IF RL-REASON EQUAL TO SPACE                                  CCVSF1.0
005900         GO TO CHECK-ONE-RELEASE-EXIT.                            CCVSF1.0
005910     ADD 1 TO RELEASE-COUNT.                                      CCVSF1.0
005920     MOVE QE-TEST-ID (SUB-1) TO RL-TEST-ID.                       CCVSF1.0
005930     MOVE QE-PAR-NAME (SUB-1) TO RL-PAR-NAME.                     CCVSF1.0
005940     MOVE QE-TICKET-REF (SUB-1) TO RL-TICKET-REF.                 CCVSF1.0
005950     MOVE QE-ANALYST (SUB-1) TO RL-ANALYST.                       CCVSF1.0
005960     MOVE QE-EXPIRY-DATE (SUB-1) TO RL-EXPIRY-DATE.               CCVSF1.0
005970     MOVE RELEASE-DETAIL-LINE TO VALIDATION-REPORT-REC.           CCVSF1.0
005980     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
005990 CHECK-ONE-RELEASE-EXIT. EXIT.                                    CCVSF1.0
006000 PRINT-REPORT-HEADING.                                            CCVSF1.0
006010     MOVE TODAYS-RUN-DATE TO VH-RUN-DATE.                         CCVSF1.0
006020     MOVE VALIDATION-HEADING-1 TO VALIDATION-REPORT-REC.          CCVSF1.0
006030     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
006040 PRINT-REPORT-TOTALS.                                             CCVSF1.0
006050     MOVE SPACE TO VALIDATION-REPORT-REC.                         CCVSF1.0
006060     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
006070     MOVE SPACE TO VALIDATION-TOTAL-LINE.                         CCVSF1.0
006080     MOVE ENTRY-COUNT TO VT-COUNT.                                CCVSF1.0
006090     MOVE "QUARANTINE ENTRIES ON FILE AFTER MAINTENANCE"          CCVSF1.0
006100         TO VT-DESC.                                              CCVSF1.0
006110     MOVE VALIDATION-TOTAL-LINE TO VALIDATION-REPORT-REC.         CCVSF1.0
006120     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
006130     MOVE SPACE TO VALIDATION-TOTAL-LINE.                         CCVSF1.0
006140     MOVE TRANS-APPLIED-COUNT TO VT-COUNT.                        CCVSF1.0
006150     MOVE "TRANSACTIONS APPLIED" TO VT-DESC.                      CCVSF1.0
006160     MOVE VALIDATION-TOTAL-LINE TO VALIDATION-REPORT-REC.         CCVSF1.0
006170     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
006180     MOVE SPACE TO VALIDATION-TOTAL-LINE.                         CCVSF1.0
006190     MOVE TRANS-REJECT-COUNT TO VT-COUNT.                         CCVSF1.0
006200     MOVE "TRANSACTIONS REJECTED" TO VT-DESC.                     CCVSF1.0
006210     MOVE VALIDATION-TOTAL-LINE TO VALIDATION-REPORT-REC.         CCVSF1.0
006220     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
006230     MOVE SPACE TO VALIDATION-TOTAL-LINE.                         CCVSF1.0
006240     MOVE VALIDATION-ERROR-COUNT TO VT-COUNT.                     CCVSF1.0
006250     MOVE "VALIDATION ERRORS - RC 16 WHEN NOT ZERO"               CCVSF1.0
006260         TO VT-DESC.                                              CCVSF1.0
006270     MOVE VALIDATION-TOTAL-LINE TO VALIDATION-REPORT-REC.         CCVSF1.0
006280     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
006290     MOVE SPACE TO VALIDATION-TOTAL-LINE.                         CCVSF1.0
006300     MOVE RELEASE-COUNT TO VT-COUNT.                              CCVSF1.0
006310     MOVE "ENTRIES LISTED FOR RELEASE - RC 4 WHEN NOT ZERO"       CCVSF1.0
006320         TO VT-DESC.                                              CCVSF1.0
006330     MOVE VALIDATION-TOTAL-LINE TO VALIDATION-REPORT-REC.         CCVSF1.0
006340     PERFORM WRITE-REPORT-LINE.                                   CCVSF1.0
006350 WRITE-REPORT-LINE.                                               CCVSF1.0
006360     WRITE VALIDATION-REPORT-REC AFTER ADVANCING 1 LINES.         CCVSF1.0
006370*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVSF1.0
006380*    THE RUN DATE IS THE DAY THE NIGHTLY JOB TOOK THE SUITE LOCK, CCVSF1.0
006390*    SO A STEP ENDING AFTER MIDNIGHT STILL FILES UNDER ITS NIGHT. CCVSF1.0
006400 WRITE-RUN-LEDGER.                                                CCVSF1.0
006410     MOVE SPACE TO RUN-LEDGER-REC.                                CCVSF1.0
006420     MOVE LEDGER-START-DATE TO LG-RUN-DATE.                       CCVSF1.0
006430     OPEN INPUT RUN-STATE-FILE.                                   CCVSF1.0
006440     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVSF1.0
006450         PERFORM READ-LEDGER-RUN-STATE                            CCVSF1.0
006460         CLOSE RUN-STATE-FILE.                                    CCVSF1.0
006470     MOVE SPACE TO LG-STREAM-ID.                                  CCVSF1.0
006480     MOVE "CCVSQUA" TO LG-PGM-ID.                                 CCVSF1.0
006490     MOVE LEDGER-START-DATE TO LG-START-DATE.                     CCVSF1.0
006500     MOVE LEDGER-START-TIME TO LG-START-TIME.                     CCVSF1.0
006510     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVSF1.0
006520     ACCEPT LG-END-TIME FROM TIME.                                CCVSF1.0
006530     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVSF1.0
006540     MOVE LEDGER-REASON TO LG-REASON.                             CCVSF1.0
006550     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVSF1.0
006560     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVSF1.0
006570         WRITE RUN-LEDGER-REC                                     CCVSF1.0
006580         CLOSE RUN-LEDGER-FILE.                                   CCVSF1.0
006590 READ-LEDGER-RUN-STATE.                                           CCVSF1.0
006600     READ RUN-STATE-FILE                                          CCVSF1.0
006610         AT END MOVE SPACE TO RN-HOLDER.                          CCVSF1.0
006620     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVSF1.0
006630         MOVE RN-SINCE-DATE TO LG-RUN-DATE.                       CCVSF1.0
