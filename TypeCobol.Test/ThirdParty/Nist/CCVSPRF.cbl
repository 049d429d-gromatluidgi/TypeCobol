000100 IDENTIFICATION DIVISION.                                         CCVS51.0
000110 PROGRAM-ID. CCVSPRF.                                             CCVS51.0
000120*    NIGHTLY PER-PARAGRAPH PERFORMANCE REGRESSION CHECK.  K6SCA   CCVS51.0
000130*    JOURNALS EVERY CASE'S ELAPSED TIME (HUNDREDTHS OF A SECOND)  CCVS51.0
000140*    AND THE COMPILER RELEASE THAT BUILT THE PROGRAM; A RELEASE   CCVS51.0
000150*    THAT MAKES ONE FEATURE'S GENERATED CODE SEVERAL TIMES SLOWER CCVS51.0
000160*    STILL PASSES AND MAY NEVER REACH THE SLOWEST-N LIST.  THIS   CCVS51.0
000170*    STEP TAKES THE LATEST RUN DATES IN THE RESULT JOURNAL (AND INCCVS51.0
000180*    THE JOURNAL ARCHIVE, CCVS.JOURNAL.ARCHIVE, WHEN THE LIVE     CCVS51.0
000190*    JOURNAL DOES NOT REACH BACK FAR ENOUGH).  THE NEWEST         CCVS51.0
000200*    CONSECUTIVE-NIGHTS OF THEM ARE THE NIGHTS UNDER TEST, ENDING CCVS51.0
000210*    TONIGHT; THE BASELINE-NIGHTS BEFORE THEM GIVE EACH TEST-ID/  CCVS51.0
000220*    PAR-NAME ITS ROLLING BASELINE, THE MEAN ELAPSED TIME OVER THECCVS51.0
000230*    BASELINE NIGHTS IT RAN (AT LEAST HALF OF THEM).  A PARAGRAPH CCVS51.0
000240*    IS FLAGGED WHEN IT RAN ON EVERY NIGHT UNDER TEST AND EACH    CCVS51.0
000250*    TIME EXCEEDED ITS BASELINE BY MORE THAN PERCENT-OVER PER     CCVS51.0
000260*    CENT AND WAS AT LEAST MINIMUM-ELAPSED HUNDREDTHS (SO A       CCVS51.0
000270*    PARAGRAPH GOING FROM 1 TO 3 HUNDREDTHS IS NOT NEWS).  EACH   CCVS51.0
000280*    FLAGGED LINE SAYS WHETHER THE COMPILER RELEASE ON THE FIRST  CCVS51.0
000290*    SLOW NIGHT DIFFERS FROM THE ONE ON THE LAST BASELINE NIGHT - CCVS51.0
000300*    I.E. WHETHER THE JUMP LINES UP WITH A RELEASE CHANGE.        CCVS51.0
000310*    DELETED (*****) AND SKIP* RESULTS DID NOT RUN AND ARE        CCVS51.0
000320*    IGNORED.  CONTROL CARDS (ANY ORDER, * IN COL 1 = COMMENT,    CCVS51.0
000330*    DEFAULTS IN BRACKETS):                                       CCVS51.0
000340*        BASELINE-NIGHTS=NN      01-30  (10)                      CCVS51.0
000350*        CONSECUTIVE-NIGHTS=NN   01-10  (03)                      CCVS51.0
000360*        PERCENT-OVER=NNN        001-999 (050)                    CCVS51.0
000370*        MINIMUM-ELAPSED=NNNNN   HUNDREDTHS (00010)               CCVS51.0
000380*    EVERY FLAGGED PARAGRAPH IS ALSO APPENDED TO THE ALERT FILE   CCVS51.0
000390*    (CCVS.RUN.ALERT) AS A PERFORMANCE ALERT (TYPE P), WHICH      CCVS51.0
000400*    CCVSALR ROUTES TO THE PROGRAM'S OWNING TEAM SEPARATELY FROM  CCVS51.0
000410*    THE ERROR-THRESHOLD ALERTS.  RUN AFTER THE TEST STEPS AND    CCVS51.0
000420*    BEFORE CCVSALR.  RC 0 = NOTHING FLAGGED (OR TOO FEW NIGHTS ONCCVS51.0
000430*    FILE FOR A BASELINE), 4 = REGRESSIONS FLAGGED, 8 = THE ALERT CCVS51.0
000440*    FILE COULD NOT BE EXTENDED, 16 = BAD CONTROL CARD OR NO      CCVS51.0
000450*    JOURNAL RECORDS.  AT THE END OF THE STEP A COMPLETION RECORD CCVS51.0
000460*    IS APPENDED TO THE RUN LEDGER.                               CCVS51.0
000470 ENVIRONMENT DIVISION.                                            CCVS51.0
000480 INPUT-OUTPUT SECTION.                                            CCVS51.0
000490 FILE-CONTROL.                                                    CCVS51.0
000500     SELECT CONTROL-CARD-FILE ASSIGN TO                           CCVS51.0
000510     XXXXX153                                                     CCVS51.0
000520     FILE STATUS IS CONTROL-CARD-STATUS.                          CCVS51.0
000530     SELECT RESULT-JOURNAL-FILE ASSIGN TO                         CCVS51.0
000540     XXXXX064                                                     CCVS51.0
000550     FILE STATUS IS RESULT-JOURNAL-STATUS.                        CCVS51.0
000560     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO                        CCVS51.0
000570     XXXXX091                                                     CCVS51.0
000580     FILE STATUS IS JOURNAL-ARCHIVE-STATUS.                       CCVS51.0
000590     SELECT ALERT-FILE ASSIGN TO                                  CCVS51.0
000600     XXXXX061                                                     CCVS51.0
000610     FILE STATUS IS ALERT-FILE-STATUS.                            CCVS51.0
000620     SELECT PERFORMANCE-REPORT-FILE ASSIGN TO                     CCVS51.0
000630     XXXXX154.                                                    CCVS51.0
000640     SELECT RUN-STATE-FILE ASSIGN TO                              CCVS51.0
000650     XXXXX129                                                     CCVS51.0
000660     FILE STATUS IS RUN-STATE-STATUS.                             CCVS51.0
000670     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVS51.0
000680     XXXXX134                                                     CCVS51.0
000690     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVS51.0
000700 DATA DIVISION.                                                   CCVS51.0
000710 FILE SECTION.                                                    CCVS51.0
000720 FD  CONTROL-CARD-FILE.                                           CCVS51.0
000730 01  CONTROL-CARD                       PIC X(80).                CCVS51.0
000740 01  COMMENT-CARD.                                                CCVS51.0
000750     02 CM-INDICATOR          PIC X.                              CCVS51.0
000760     02 FILLER                PIC X(79).                          CCVS51.0
000770 01  BASELINE-CARD.                                               CCVS51.0
000780     02 BC-KEYWORD            PIC X(16).                          CCVS51.0
000790     02 BC-NIGHTS             PIC 99.                             CCVS51.0
000800     02 FILLER                PIC X(62).                          CCVS51.0
000810 01  CONSECUTIVE-CARD.                                            CCVS51.0
000820     02 NC-KEYWORD            PIC X(19).                          CCVS51.0
000830     02 NC-NIGHTS             PIC 99.                             CCVS51.0
000840     02 FILLER                PIC X(59).                          CCVS51.0
000850 01  PERCENT-CARD.                                                CCVS51.0
000860     02 PC-KEYWORD            PIC X(13).                          CCVS51.0
000870     02 PC-PERCENT            PIC 999.                            CCVS51.0
000880     02 FILLER                PIC X(64).                          CCVS51.0
000890 01  MINIMUM-CARD.                                                CCVS51.0
000900     02 MC-KEYWORD            PIC X(16).                          CCVS51.0
000910     02 MC-ELAPSED            PIC 9(5).                           CCVS51.0
000920     02 FILLER                PIC X(59).                          CCVS51.0
000930 FD  RESULT-JOURNAL-FILE.                                         CCVS51.0
000940 01  RESULT-JOURNAL-REC.                                          CCVS51.0
000950     02 RJ-TEST-ID            PIC X(9).                           CCVS51.0
000960     02 RJ-PAR-NAME           PIC X(22).                          CCVS51.0
000970     02 RJ-RUN-DATE           PIC 9(8).                           CCVS51.0
000980     02 RJ-DISPOSITION        PIC X(5).                           CCVS51.0
000990     02 RJ-FEATURE            PIC X(20).                          CCVS51.0
001000     02 RJ-COMPUTED           PIC X(20).                          CCVS51.0
001010     02 RJ-CORRECT            PIC X(20).                          CCVS51.0
001020     02 RJ-RE-MARK            PIC X(61).                          CCVS51.0
001030     02 RJ-ELAPSED-TIME       PIC 9(7).                           CCVS51.0
001040     02 RJ-COMPILER-REL       PIC X(8).                           CCVS51.0
001050     02 RJ-QUAR-RESULT        PIC X(5).                           CCVS51.0
001060     02 FILLER                PIC X(15).                          CCVS51.0
001070 FD  JOURNAL-ARCHIVE-FILE.                                        CCVS51.0
001080 01  JOURNAL-ARCHIVE-REC.                                         CCVS51.0
001090     02 JA-TEST-ID            PIC X(9).                           CCVS51.0
001100     02 JA-PAR-NAME           PIC X(22).                          CCVS51.0
001110     02 JA-RUN-DATE           PIC 9(8).                           CCVS51.0
001120     02 JA-DISPOSITION        PIC X(5).                           CCVS51.0
001130     02 JA-FEATURE            PIC X(20).                          CCVS51.0
001140     02 JA-COMPUTED           PIC X(20).                          CCVS51.0
001150     02 JA-CORRECT            PIC X(20).                          CCVS51.0
001160     02 JA-RE-MARK            PIC X(61).                          CCVS51.0
001170     02 JA-ELAPSED-TIME       PIC 9(7).                           CCVS51.0
001180     02 JA-COMPILER-REL       PIC X(8).                           CCVS51.0
001190     02 JA-QUAR-RESULT        PIC X(5).                           CCVS51.0
001200     02 FILLER                PIC X(15).                          CCVS51.0
001210 FD  ALERT-FILE.                                                  CCVS51.0
001220 01  ALERT-REC.                                                   CCVS51.0
001230     02 AL-PGM-ID             PIC X(9).                           CCVS51.0
001240     02 FILLER                PIC X.                              CCVS51.0
001250     02 AL-ERROR-COUNT        PIC 999.                            CCVS51.0
001260     02 FILLER                PIC X.                              CCVS51.0
001270     02 AL-THRESHOLD          PIC 999.                            CCVS51.0
001280     02 FILLER                PIC X.                              CCVS51.0
001290     02 AL-ALERT-TYPE         PIC X.                              CCVS51.0
001300     02 FILLER                PIC X.                              CCVS51.0
001310     02 AL-PAR-NAME           PIC X(22).                          CCVS51.0
001320     02 FILLER                PIC X.                              CCVS51.0
001330     02 AL-BASELINE-TIME      PIC 9(7).                           CCVS51.0
001340     02 FILLER                PIC X.                              CCVS51.0
001350     02 AL-TONIGHT-TIME       PIC 9(7).                           CCVS51.0
001360     02 FILLER                PIC X.                              CCVS51.0
001370     02 AL-PERCENT-OVER       PIC 9(4).                           CCVS51.0
001380     02 FILLER                PIC X.                              CCVS51.0
001390     02 AL-SLOW-NIGHTS        PIC 99.                             CCVS51.0
001400     02 FILLER                PIC X.                              CCVS51.0
001410     02 AL-PRIOR-REL          PIC X(8).                           CCVS51.0
001420     02 FILLER                PIC X.                              CCVS51.0
001430     02 AL-SLOW-REL           PIC X(8).                           CCVS51.0
001440     02 FILLER                PIC X(36).                          CCVS51.0
001450 FD  PERFORMANCE-REPORT-FILE.                                     CCVS51.0
001460 01  PERFORMANCE-REPORT-REC             PIC X(120).               CCVS51.0
001470 FD  RUN-STATE-FILE.                                              CCVS51.0
001480 01  RUN-STATE-REC.                                               CCVS51.0
001490     02 RN-HOLDER             PIC X(8).                           CCVS51.0
001500     02 FILLER                PIC X.                              CCVS51.0
001510     02 RN-SINCE-DATE         PIC 9(8).                           CCVS51.0
001520     02 FILLER                PIC X.                              CCVS51.0
001530     02 RN-SINCE-TIME         PIC 9(8).                           CCVS51.0
001540     02 FILLER                PIC X(54).                          CCVS51.0
001550 FD  RUN-LEDGER-FILE.                                             CCVS51.0
001560 01  RUN-LEDGER-REC.                                              CCVS51.0
001570     02 LG-RUN-DATE           PIC 9(8).                           CCVS51.0
001580     02 FILLER                PIC X.                              CCVS51.0
001590     02 LG-STREAM-ID          PIC X.                              CCVS51.0
001600     02 FILLER                PIC X.                              CCVS51.0
001610     02 LG-PGM-ID             PIC X(9).                           CCVS51.0
001620     02 FILLER                PIC X.                              CCVS51.0
001630     02 LG-ACTION             PIC X(8).                           CCVS51.0
001640     02 FILLER                PIC X.                              CCVS51.0
001650     02 LG-START-DATE         PIC 9(8).                           CCVS51.0
001660     02 FILLER                PIC X.                              CCVS51.0
001670     02 LG-START-TIME         PIC 9(8).                           CCVS51.0
001680     02 FILLER                PIC X.                              CCVS51.0
001690     02 LG-END-DATE           PIC 9(8).                           CCVS51.0
001700     02 FILLER                PIC X.                              CCVS51.0
001710     02 LG-END-TIME           PIC 9(8).                           CCVS51.0
001720     02 FILLER                PIC X.                              CCVS51.0
001730     02 LG-RETURN-CODE        PIC 9(4).                           CCVS51.0
001740     02 FILLER                PIC X.                              CCVS51.0
001750     02 LG-REASON             PIC X(40).                          CCVS51.0
001760     02 FILLER                PIC X(9).                           CCVS51.0
001770 WORKING-STORAGE SECTION.                                         CCVS51.0
001780 01  CONTROL-CARD-STATUS                PIC XX     VALUE SPACE.   CCVS51.0
001790 01  RESULT-JOURNAL-STATUS              PIC XX     VALUE SPACE.   CCVS51.0
001800 01  JOURNAL-ARCHIVE-STATUS             PIC XX     VALUE SPACE.   CCVS51.0
001810 01  ALERT-FILE-STATUS                  PIC XX     VALUE SPACE.   CCVS51.0
001820 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVS51.0
001830 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVS51.0
001840 01  LEDGER-START-DATE                  PIC 9(8)   VALUE ZERO.    CCVS51.0
001850 01  LEDGER-START-TIME                  PIC 9(8)   VALUE ZERO.    CCVS51.0
001860 01  LEDGER-REASON                      PIC X(40)                 CCVS51.0
001870         VALUE "NO PERFORMANCE REGRESSIONS".                      CCVS51.0
001880 01  CONTROL-EOF-SW                     PIC X      VALUE "N".     CCVS51.0
001890     88 CONTROL-EOF                                VALUE "Y".     CCVS51.0
001900 01  JOURNAL-EOF-SW                     PIC X      VALUE "N".     CCVS51.0
001910     88 JOURNAL-EOF                                VALUE "Y".     CCVS51.0
001920 01  ARCHIVE-EOF-SW                     PIC X      VALUE "N".     CCVS51.0
001930     88 ARCHIVE-EOF                                VALUE "Y".     CCVS51.0
001940 01  CARD-ERROR-SW                      PIC X      VALUE "N".     CCVS51.0
001950     88 CARD-ERROR                                 VALUE "Y".     CCVS51.0
001960 01  ARCHIVE-NEEDED-SW                  PIC X      VALUE "N".     CCVS51.0
001970     88 ARCHIVE-NEEDED                             VALUE "Y".     CCVS51.0
001980 01  ALERT-OPEN-SW                      PIC X      VALUE "N".     CCVS51.0
001990     88 ALERT-OPEN                                 VALUE "Y".     CCVS51.0
002000 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVS51.0
002010 01  BASELINE-NIGHTS                    PIC 99     VALUE 10.      CCVS51.0
002020 01  CONSECUTIVE-NIGHTS                 PIC 99     VALUE 03.      CCVS51.0
002030 01  PERCENT-OVER                       PIC 999    VALUE 050.     CCVS51.0
002040 01  MINIMUM-ELAPSED                    PIC 9(5)   VALUE 00010.   CCVS51.0
002050 01  WINDOW-NIGHTS                      PIC 99     VALUE ZERO.    CCVS51.0
002060 01  BASELINE-MINIMUM                   PIC 99     VALUE ZERO.    CCVS51.0
002070 01  BAD-CARD-IMAGE                     PIC X(80)  VALUE SPACE.   CCVS51.0
002080 01  WORK-RESULT.                                                 CCVS51.0
002090     02 WORK-TEST-ID                    PIC X(9).                 CCVS51.0
002100     02 WORK-PAR-NAME                   PIC X(22).                CCVS51.0
002110     02 WORK-RUN-DATE                   PIC 9(8).                 CCVS51.0
002120     02 WORK-DISPOSITION                PIC X(5).                 CCVS51.0
002130     02 WORK-ELAPSED-TIME               PIC 9(7).                 CCVS51.0
002140     02 WORK-COMPILER-REL               PIC X(8).                 CCVS51.0
002150 01  NIGHT-COUNT                        PIC 99     VALUE ZERO.    CCVS51.0
002160 01  NIGHT-TABLE.                                                 CCVS51.0
002170     02 NIGHT-ENTRY OCCURS 41 TIMES.                              CCVS51.0
002180         03 NT-RUN-DATE       PIC 9(8).                           CCVS51.0
002190 01  PARA-COUNT                         PIC 999    VALUE ZERO.    CCVS51.0
002200 01  PARA-TABLE.                                                  CCVS51.0
002210     02 PARA-ENTRY OCCURS 501 TIMES.                              CCVS51.0
002220         03 PT-TEST-ID        PIC X(9).                           CCVS51.0
002230         03 PT-PAR-NAME       PIC X(22).                          CCVS51.0
002240         03 PT-NIGHTS.                                            CCVS51.0
002250             04 PT-NIGHT OCCURS 40 TIMES.                         CCVS51.0
002260                 05 PT-ELAPSED      PIC 9(7).                     CCVS51.0
002270                 05 PT-COMPILER-REL PIC X(8).                     CCVS51.0
002280                 05 PT-RAN-SW       PIC X.                        CCVS51.0
002290                     88 PT-RAN                 VALUE "Y".         CCVS51.0
002300 01  RECORDS-READ-COUNT                 PIC 9(7)   VALUE ZERO.    CCVS51.0
002310 01  RECORDS-USED-COUNT                 PIC 9(7)   VALUE ZERO.    CCVS51.0
002320 01  PARA-OVERFLOW-COUNT                PIC 9(5)   VALUE ZERO.    CCVS51.0
002330 01  RAN-TONIGHT-COUNT                  PIC 9(5)   VALUE ZERO.    CCVS51.0
002340 01  SHORT-HISTORY-COUNT                PIC 9(5)   VALUE ZERO.    CCVS51.0
002350 01  FLAGGED-COUNT                      PIC 9(5)   VALUE ZERO.    CCVS51.0
002360 01  RELEASE-CHANGE-COUNT               PIC 9(5)   VALUE ZERO.    CCVS51.0
002370 01  ALERTS-WRITTEN-COUNT               PIC 9(5)   VALUE ZERO.    CCVS51.0
002380 01  BASELINE-SUM                       PIC 9(9)   VALUE ZERO.    CCVS51.0
002390 01  BASELINE-SAMPLES                   PIC 99     VALUE ZERO.    CCVS51.0
002400 01  BASELINE-TIME                      PIC 9(7)   VALUE ZERO.    CCVS51.0
002410 01  LIMIT-TIME                         PIC 9(9)V99 VALUE ZERO.   CCVS51.0
002420 01  SLOW-NIGHTS                        PIC 99     VALUE ZERO.    CCVS51.0
002430 01  TONIGHT-PERCENT                    PIC 9(4)   VALUE ZERO.    CCVS51.0
002440 01  PRIOR-REL                          PIC X(8)   VALUE SPACE.   CCVS51.0
002450 01  SLOW-REL                           PIC X(8)   VALUE SPACE.   CCVS51.0
002460 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVS51.0
002470 01  NIGHT-SUB                          PIC S9(4) COMP VALUE 0.   CCVS51.0
002480 01  SHIFT-SUB                          PIC S9(4) COMP VALUE 0.   CCVS51.0
002490 01  HIT-SUB                            PIC S9(4) COMP VALUE 0.   CCVS51.0
002500 01  PERFORMANCE-HEADING-1.                                       CCVS51.0
002510     02 FILLER PIC X(20) VALUE SPACE.                             CCVS51.0
002520     02 FILLER PIC X(45)                                          CCVS51.0
002530         VALUE "CCVS PARAGRAPH PERFORMANCE REGRESSION REPORT".    CCVS51.0
002540     02 FILLER PIC X(8)  VALUE "TONIGHT ".                        CCVS51.0
002550     02 PH-TONIGHT         PIC 9(8).                              CCVS51.0
002560     02 FILLER PIC X(13) VALUE SPACE.                             CCVS51.0
002570     02 FILLER PIC X(8)  VALUE "PRINTED ".                        CCVS51.0
002580     02 PH-TODAY           PIC 9(8).                              CCVS51.0
002590     02 FILLER PIC X(10) VALUE SPACE.                             CCVS51.0
002600 01  PARAMETER-LINE.                                              CCVS51.0
002610     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS51.0
002620     02 FILLER PIC X(16) VALUE "BASELINE NIGHTS ".                CCVS51.0
002630     02 PL-BASELINE        PIC Z9.                                CCVS51.0
002640     02 FILLER PIC X(22) VALUE "   CONSECUTIVE NIGHTS ".          CCVS51.0
002650     02 PL-CONSECUTIVE     PIC Z9.                                CCVS51.0
002660     02 FILLER PIC X(16) VALUE "   PERCENT OVER ".                CCVS51.0
002670     02 PL-PERCENT         PIC ZZ9.                               CCVS51.0
002680     02 FILLER PIC X(19) VALUE "   MINIMUM ELAPSED ".             CCVS51.0
002690     02 PL-MINIMUM         PIC ZZZZ9.                             CCVS51.0
002700     02 FILLER PIC X(13) VALUE " (HUNDREDTHS)".                   CCVS51.0
002710     02 FILLER PIC X(21) VALUE SPACE.                             CCVS51.0
002720 01  WINDOW-LINE.                                                 CCVS51.0
002730     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS51.0
002740     02 FILLER PIC X(17) VALUE "NIGHTS ON FILE  ".                CCVS51.0
002750     02 WL-NIGHTS          PIC Z9.                                CCVS51.0
002760     02 FILLER PIC X(19) VALUE "   BASELINE FROM  ".              CCVS51.0
002770     02 WL-BASE-FROM       PIC 9(8).                              CCVS51.0
002780     02 FILLER PIC X(4)  VALUE " TO ".                            CCVS51.0
002790     02 WL-BASE-TO         PIC 9(8).                              CCVS51.0
002800     02 FILLER PIC X(22) VALUE "   NIGHTS UNDER TEST  ".          CCVS51.0
002810     02 WL-TEST-FROM       PIC 9(8).                              CCVS51.0
002820     02 FILLER PIC X(4)  VALUE " TO ".                            CCVS51.0
002830     02 WL-TEST-TO         PIC 9(8).                              CCVS51.0
002840     02 FILLER PIC X(19) VALUE SPACE.                             CCVS51.0
002850 01  COLUMN-HEADING.                                              CCVS51.0
002860     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS51.0
002870     02 FILLER PIC X(33) VALUE "PROGRAM   PARAGRAPH-NAME".        CCVS51.0
002880     02 FILLER PIC X(19) VALUE "BASELINE   TONIGHT".              CCVS51.0
002890     02 FILLER PIC X(17) VALUE "OVER   SLOW FROM".                CCVS51.0
002900     02 FILLER PIC X(50) VALUE "COMPILER RELEASE".                CCVS51.0
002910 01  FLAGGED-LINE.                                                CCVS51.0
002920     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS51.0
002930     02 FL-TEST-ID         PIC X(9).                              CCVS51.0
002940     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS51.0
002950     02 FL-PAR-NAME        PIC X(22).                             CCVS51.0
002960     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS51.0
002970     02 FL-BASELINE        PIC ZZZZZZ9.                           CCVS51.0
002980     02 FILLER PIC X(3)  VALUE SPACE.                             CCVS51.0
002990     02 FL-TONIGHT         PIC ZZZZZZ9.                           CCVS51.0
003000     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS51.0
003010     02 FL-PERCENT         PIC ZZZ9.                              CCVS51.0
003020     02 FILLER PIC X(3)  VALUE "%  ".                             CCVS51.0
003030     02 FL-SINCE           PIC 9(8).                              CCVS51.0
003040     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS51.0
003050     02 FL-RELEASE-NOTE    PIC X(40).                             CCVS51.0
003060     02 FILLER PIC X(10) VALUE SPACE.                             CCVS51.0
003070 01  RELEASE-CHANGE-NOTE.                                         CCVS51.0
003080     02 FILLER PIC X(8)  VALUE "CHANGED ".                        CCVS51.0
003090     02 CN-PRIOR-REL       PIC X(8).                              CCVS51.0
003100     02 FILLER PIC X(4)  VALUE " TO ".                            CCVS51.0
003110     02 CN-SLOW-REL        PIC X(8).                              CCVS51.0
003120     02 FILLER PIC X(12) VALUE SPACE.                             CCVS51.0
003130 01  RELEASE-SAME-NOTE.                                           CCVS51.0
003140     02 FILLER PIC X(8)  VALUE "SAME    ".                        CCVS51.0
003150     02 SN-SLOW-REL        PIC X(8).                              CCVS51.0
003160     02 FILLER PIC X(24) VALUE " - NOT A RELEASE CHANGE".         CCVS51.0
003170 01  PERFORMANCE-TOTAL-LINE.                                      CCVS51.0
003180     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS51.0
003190     02 TL-COUNT           PIC ZZZZZZ9.                           CCVS51.0
003200     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS51.0
003210     02 TL-DESC            PIC X(60).                             CCVS51.0
003220     02 FILLER PIC X(51) VALUE SPACE.                             CCVS51.0
003230 01  PERFORMANCE-MESSAGE-LINE.                                    CCVS51.0
003240     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS51.0
003250     02 PM-TEXT            PIC X(80).                             CCVS51.0
003260     02 FILLER PIC X(39) VALUE SPACE.                             CCVS51.0
003270 PROCEDURE DIVISION.                                              CCVS51.0
003280 CCVSPRF-MAIN SECTION.                                            CCVS51.0
003290 OPEN-FILES.                                                      CCVS51.0
003300     ACCEPT LEDGER-START-DATE FROM DATE YYYYMMDD.                 CCVS51.0
003310     ACCEPT LEDGER-START-TIME FROM TIME.                          CCVS51.0
003320     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVS51.0
003330     OPEN OUTPUT PERFORMANCE-REPORT-FILE.                         CCVS51.0
003340     PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EXIT.     CCVS51.0
003350     COMPUTE WINDOW-NIGHTS = BASELINE-NIGHTS + CONSECUTIVE-NIGHTS.CCVS51.0
003360     COMPUTE BASELINE-MINIMUM = (BASELINE-NIGHTS + 1) / 2.        CCVS51.0
003370     IF CARD-ERROR                                                CCVS51.0
003380         PERFORM PRINT-REPORT-HEADING                             CCVS51.0
003390         MOVE BAD-CARD-IMAGE TO PM-TEXT                           CCVS51.0
003400         PERFORM WRITE-MESSAGE-LINE                               CCVS51.0
003410         MOVE "BAD CONTROL CARD ABOVE - NOTHING CHECKED (RC 16)"  CCVS51.0
003420             TO PM-TEXT                                           CCVS51.0
003430         PERFORM WRITE-MESSAGE-LINE                               CCVS51.0
003440         MOVE "BAD CONTROL CARD" TO LEDGER-REASON                 CCVS51.0
003450         MOVE 16 TO RETURN-CODE                                   CCVS51.0
003460         GO TO CLOSE-FILES.                                       CCVS51.0
003470     PERFORM COLLECT-JOURNAL-NIGHTS                               CCVS51.0
003480         THRU COLLECT-JOURNAL-NIGHTS-EXIT.                        CCVS51.0
003490     IF NIGHT-COUNT LESS THAN WINDOW-NIGHTS                       CCVS51.0
003500         SET ARCHIVE-NEEDED TO TRUE                               CCVS51.0
003510         PERFORM COLLECT-ARCHIVE-NIGHTS                           CCVS51.0
003520             THRU COLLECT-ARCHIVE-NIGHTS-EXIT.                    CCVS51.0
003530     PERFORM PRINT-REPORT-HEADING.                                CCVS51.0
003540     IF NIGHT-COUNT EQUAL TO ZERO                                 CCVS51.0
003550         MOVE "NO JOURNAL RECORDS ON FILE (RC 16)" TO PM-TEXT     CCVS51.0
003560         PERFORM WRITE-MESSAGE-LINE                               CCVS51.0
003570         MOVE "NO JOURNAL RECORDS" TO LEDGER-REASON               CCVS51.0
003580         MOVE 16 TO RETURN-CODE                                   CCVS51.0
003590         GO TO CLOSE-FILES.                                       CCVS51.0
003600     PERFORM PRINT-WINDOW-LINE.                                   CCVS51.0
003610     IF NIGHT-COUNT NOT GREATER THAN CONSECUTIVE-NIGHTS           CCVS51.0
003620         MOVE "TOO FEW NIGHTS FOR A BASELINE - NOTHING CHECKED"   CCVS51.0
003630             TO PM-TEXT                                           CCVS51.0
003640         PERFORM WRITE-MESSAGE-LINE                               CCVS51.0
003650         MOVE "TOO FEW NIGHTS FOR A BASELINE" TO LEDGER-REASON    CCVS51.0
003660         GO TO CLOSE-FILES.                                       CCVS51.0
003670     IF ARCHIVE-NEEDED                                            CCVS51.0
003680         PERFORM POST-ARCHIVE-NIGHTS                              CCVS51.0
003690             THRU POST-ARCHIVE-NIGHTS-EXIT.                       CCVS51.0
003700     PERFORM POST-JOURNAL-NIGHTS THRU POST-JOURNAL-NIGHTS-EXIT.   CCVS51.0
003710     OPEN EXTEND ALERT-FILE.                                      CCVS51.0
003720     IF ALERT-FILE-STATUS EQUAL TO "00"                           CCVS51.0
003730         SET ALERT-OPEN TO TRUE.                                  CCVS51.0
003740     MOVE COLUMN-HEADING TO PERFORMANCE-REPORT-REC.               CCVS51.0
003750     PERFORM WRITE-REPORT-LINE.                                   CCVS51.0
003760     PERFORM CHECK-PARAGRAPH THRU CHECK-PARAGRAPH-EXIT            CCVS51.0
003770         VARYING SUB-1 FROM 1 BY 1                                CCVS51.0
003780         UNTIL SUB-1 GREATER THAN PARA-COUNT.                     CCVS51.0
003790     IF ALERT-OPEN                                                CCVS51.0
003800         CLOSE ALERT-FILE.                                        CCVS51.0
003810     IF FLAGGED-COUNT EQUAL TO ZERO                               CCVS51.0
003820         MOVE "NO PARAGRAPH IS SLOWER THAN ITS BASELINE ALLOWS"   CCVS51.0
003830             TO PM-TEXT                                           CCVS51.0
003840         PERFORM WRITE-MESSAGE-LINE                               CCVS51.0
003850     ELSE                                                         CCVS51.0
003860         MOVE 4 TO RETURN-CODE                                    CCVS51.0
003870         MOVE "PERFORMANCE REGRESSIONS FLAGGED" TO LEDGER-REASON. CCVS51.0
003880     IF FLAGGED-COUNT GREATER THAN ZERO                           CCVS51.0
003890         AND NOT ALERT-OPEN                                       CCVS51.0
003900             MOVE "ALERT FILE NOT AVAILABLE - NO ALERTS WRITTEN"  CCVS51.0
003910                 TO PM-TEXT                                       CCVS51.0
003920             PERFORM WRITE-MESSAGE-LINE                           CCVS51.0
003930             MOVE 8 TO RETURN-CODE                                CCVS51.0
003940             MOVE "ALERT FILE NOT AVAILABLE" TO LEDGER-REASON.    CCVS51.0
003950     PERFORM PRINT-REPORT-TOTALS.                                 CCVS51.0
003960 CLOSE-FILES.                                                     CCVS51.0
003970     CLOSE PERFORMANCE-REPORT-FILE.                               CCVS51.0
003980     PERFORM WRITE-RUN-LEDGER.                                    CCVS51.0
003990     STOP RUN.                                                    CCVS51.0
004000*    A MISSING OR EMPTY CONTROL-CARD FILE LEAVES THE DEFAULTS.    CCVS51.0
004010*    THE FIRST CARD THAT IS NOT A KNOWN KEYWORD WITH A VALUE IN   CCVS51.0
004020*    RANGE STOPS THE STEP.                                        CCVS51.0
004030 READ-CONTROL-CARDS.                                              CCVS51.0
004040     OPEN INPUT CONTROL-CARD-FILE.                                CCVS51.0
004050     IF CONTROL-CARD-STATUS NOT EQUAL TO "00"                     CCVS51.0
004060         GO TO READ-CONTROL-CARDS-EXIT.                           CCVS51.0
004070     PERFORM READ-CONTROL-CARD.                                   CCVS51.0
004080     PERFORM APPLY-CONTROL-CARD THRU APPLY-CONTROL-CARD-EXIT      CCVS51.0
004090         UNTIL CONTROL-EOF.                                       CCVS51.0
004100     CLOSE CONTROL-CARD-FILE.                                     CCVS51.0
004110 READ-CONTROL-CARDS-EXIT. EXIT.                                   CCVS51.0
004120 READ-CONTROL-CARD.                                               CCVS51.0
004130     READ CONTROL-CARD-FILE                                       CCVS51.0
004140         AT END SET CONTROL-EOF TO TRUE.                          CCVS51.0
004150 APPLY-CONTROL-CARD.                                              CCVS51.0
004160     IF CONTROL-CARD EQUAL TO SPACE                               CCVS51.0
004170         OR CM-INDICATOR EQUAL TO "*"                             CCVS51.0
004180             GO TO APPLY-CONTROL-CARD-NEXT.                       CCVS51.0
004190     IF BC-KEYWORD EQUAL TO "BASELINE-NIGHTS="                    CCVS51.0
004200         AND BC-NIGHTS IS NUMERIC                                 CCVS51.0
004210         AND BC-NIGHTS GREATER THAN ZERO                          CCVS51.0
004220         AND BC-NIGHTS NOT GREATER THAN 30                        CCVS51.0
004230             MOVE BC-NIGHTS TO BASELINE-NIGHTS                    CCVS51.0
004240     ELSE IF NC-KEYWORD EQUAL TO "CONSECUTIVE-NIGHTS="            CCVS51.0
004250         AND NC-NIGHTS IS NUMERIC                                 CCVS51.0
004260         AND NC-NIGHTS GREATER THAN ZERO                          CCVS51.0
004270         AND NC-NIGHTS NOT GREATER THAN 10                        CCVS51.0
004280             MOVE NC-NIGHTS TO CONSECUTIVE-NIGHTS                 CCVS51.0
004290     ELSE IF PC-KEYWORD EQUAL TO "PERCENT-OVER="                  CCVS51.0
004300         AND PC-PERCENT IS NUMERIC                                CCVS51.0
004310         AND PC-PERCENT GREATER THAN ZERO                         CCVS51.0
004320             MOVE PC-PERCENT TO PERCENT-OVER                      CCVS51.0
004330     ELSE IF MC-KEYWORD EQUAL TO "MINIMUM-ELAPSED="               CCVS51.0
004340         AND MC-ELAPSED IS NUMERIC                                CCVS51.0
004350             MOVE MC-ELAPSED TO MINIMUM-ELAPSED                   CCVS51.0
004360     ELSE                                                         CCVS51.0
004370         MOVE CONTROL-CARD TO BAD-CARD-IMAGE                      CCVS51.0
004380         SET CARD-ERROR TO TRUE                                   CCVS51.0
004390         SET CONTROL-EOF TO TRUE                                  CCVS51.0
004400         GO TO APPLY-CONTROL-CARD-EXIT.                           CCVS51.0
004410 APPLY-CONTROL-CARD-NEXT.                                         CCVS51.0
004420     PERFORM READ-CONTROL-CARD.                                   CCVS51.0
004430 APPLY-CONTROL-CARD-EXIT. EXIT.                                   CCVS51.0
004440*    FIRST PASS: THE LATEST WINDOW-NIGHTS DISTINCT RUN DATES,     CCVS51.0
004450*    NEWEST FIRST, SO NT-RUN-DATE (1) IS TONIGHT.  THE ARCHIVE IS CCVS51.0
004460*    ONLY READ WHEN THE LIVE JOURNAL HOLDS FEWER NIGHTS THAN THE  CCVS51.0
004470*    WINDOW.                                                      CCVS51.0
004480 COLLECT-JOURNAL-NIGHTS.                                          CCVS51.0
004490     OPEN INPUT RESULT-JOURNAL-FILE.                              CCVS51.0
004500     IF RESULT-JOURNAL-STATUS NOT EQUAL TO "00"                   CCVS51.0
004510         GO TO COLLECT-JOURNAL-NIGHTS-EXIT.                       CCVS51.0
004520     MOVE "N" TO JOURNAL-EOF-SW.                                  CCVS51.0
004530     PERFORM READ-JOURNAL.                                        CCVS51.0
004540     PERFORM COLLECT-JOURNAL-NIGHT UNTIL JOURNAL-EOF.             CCVS51.0
004550     CLOSE RESULT-JOURNAL-FILE.                                   CCVS51.0
004560 COLLECT-JOURNAL-NIGHTS-EXIT. EXIT.                               CCVS51.0
004570 COLLECT-JOURNAL-NIGHT.                                           CCVS51.0
004580     IF RJ-RUN-DATE IS NUMERIC                                    CCVS51.0
004590         MOVE RJ-RUN-DATE TO WORK-RUN-DATE                        CCVS51.0
004600         PERFORM NOTE-RUN-DATE THRU NOTE-RUN-DATE-EXIT.           CCVS51.0
004610     PERFORM READ-JOURNAL.                                        CCVS51.0
004620 COLLECT-ARCHIVE-NIGHTS.                                          CCVS51.0
004630     OPEN INPUT JOURNAL-ARCHIVE-FILE.                             CCVS51.0
004640     IF JOURNAL-ARCHIVE-STATUS NOT EQUAL TO "00"                  CCVS51.0
004650         MOVE "N" TO ARCHIVE-NEEDED-SW                            CCVS51.0
004660         GO TO COLLECT-ARCHIVE-NIGHTS-EXIT.                       CCVS51.0
004670     MOVE "N" TO ARCHIVE-EOF-SW.                                  CCVS51.0
004680     PERFORM READ-ARCHIVE.                                        CCVS51.0
004690     PERFORM COLLECT-ARCHIVE-NIGHT UNTIL ARCHIVE-EOF.             CCVS51.0
004700     CLOSE JOURNAL-ARCHIVE-FILE.                                  CCVS51.0
004710 COLLECT-ARCHIVE-NIGHTS-EXIT. EXIT.                               CCVS51.0
004720 COLLECT-ARCHIVE-NIGHT.                                           CCVS51.0
004730     IF JA-RUN-DATE IS NUMERIC                                    CCVS51.0
004740         MOVE JA-RUN-DATE TO WORK-RUN-DATE                        CCVS51.0
004750         PERFORM NOTE-RUN-DATE THRU NOTE-RUN-DATE-EXIT.           CCVS51.0
004760     PERFORM READ-ARCHIVE.                                        CCVS51.0
004770*    INSERTS WORK-RUN-DATE INTO THE DESCENDING NIGHT TABLE UNLESS CCVS51.0
004780*    IT IS ALREADY THERE OR OLDER THAN EVERY NIGHT IN A FULL      CCVS51.0
004790*    WINDOW.                                                      CCVS51.0
004800 NOTE-RUN-DATE.                                                   CCVS51.0
004810     IF WORK-RUN-DATE EQUAL TO ZERO                               CCVS51.0
004820         GO TO NOTE-RUN-DATE-EXIT.                                CCVS51.0
004830     PERFORM TABLE-SCAN-NULL                                      CCVS51.0
004840         VARYING NIGHT-SUB FROM 1 BY 1                            CCVS51.0
004850         UNTIL NIGHT-SUB GREATER THAN NIGHT-COUNT                 CCVS51.0
004860         OR NT-RUN-DATE (NIGHT-SUB)                               CCVS51.0
004870             NOT GREATER THAN WORK-RUN-DATE.                      CCVS51.0
004880     IF NIGHT-SUB GREATER THAN WINDOW-NIGHTS                      CCVS51.0
004890         GO TO NOTE-RUN-DATE-EXIT.                                CCVS51.0
004900     IF NIGHT-SUB NOT GREATER THAN NIGHT-COUNT                    CCVS51.0
004910         AND NT-RUN-DATE (NIGHT-SUB) EQUAL TO WORK-RUN-DATE       CCVS51.0
004920             GO TO NOTE-RUN-DATE-EXIT.                            CCVS51.0
004930     IF NIGHT-COUNT LESS THAN WINDOW-NIGHTS                       CCVS51.0
004940         ADD 1 TO NIGHT-COUNT.                                    CCVS51.0
004950     PERFORM SHIFT-NIGHT-DOWN                                     CCVS51.0
004960         VARYING SHIFT-SUB FROM NIGHT-COUNT BY -1                 CCVS51.0
004970         UNTIL SHIFT-SUB NOT GREATER THAN NIGHT-SUB.              CCVS51.0
004980     MOVE WORK-RUN-DATE TO NT-RUN-DATE (NIGHT-SUB).               CCVS51.0
004990 NOTE-RUN-DATE-EXIT. EXIT.                                        CCVS51.0
005000 SHIFT-NIGHT-DOWN.                                                CCVS51.0
005010     MOVE NT-RUN-DATE (SHIFT-SUB - 1) TO NT-RUN-DATE (SHIFT-SUB). CCVS51.0
005020 TABLE-SCAN-NULL. EXIT.                                           CCVS51.0
005030*    SECOND PASS: EVERY RESULT ON A WINDOW NIGHT IS POSTED TO ITS CCVS51.0
005040*    PARAGRAPH'S SLOT FOR THAT NIGHT.  THE ARCHIVE GOES FIRST, SO CCVS51.0
005050*    A LIVE JOURNAL RECORD (OR A LATER RERUN THE SAME NIGHT) WINS.CCVS51.0
005060 POST-ARCHIVE-NIGHTS.                                             CCVS51.0
005070     OPEN INPUT JOURNAL-ARCHIVE-FILE.                             CCVS51.0
005080     IF JOURNAL-ARCHIVE-STATUS NOT EQUAL TO "00"                  CCVS51.0
005090         GO TO POST-ARCHIVE-NIGHTS-EXIT.                          CCVS51.0
005100     MOVE "N" TO ARCHIVE-EOF-SW.                                  CCVS51.0
005110     PERFORM READ-ARCHIVE.                                        CCVS51.0
005120     PERFORM POST-ARCHIVE-RECORD UNTIL ARCHIVE-EOF.               CCVS51.0
005130     CLOSE JOURNAL-ARCHIVE-FILE.                                  CCVS51.0
005140 POST-ARCHIVE-NIGHTS-EXIT. EXIT.                                  CCVS51.0
005150 POST-ARCHIVE-RECORD.                                             CCVS51.0
005160     MOVE JA-TEST-ID TO WORK-TEST-ID.                             CCVS51.0
005170     MOVE JA-PAR-NAME TO WORK-PAR-NAME.                           CCVS51.0
005180     MOVE JA-RUN-DATE TO WORK-RUN-DATE.                           CCVS51.0
005190     MOVE JA-DISPOSITION TO WORK-DISPOSITION.                     CCVS51.0
005200     MOVE JA-ELAPSED-TIME TO WORK-ELAPSED-TIME.                   CCVS51.0
005210     MOVE JA-COMPILER-REL TO WORK-COMPILER-REL.                   CCVS51.0
005220     PERFORM POST-WORK-RECORD THRU POST-WORK-RECORD-EXIT.         CCVS51.0
005230     PERFORM READ-ARCHIVE.                                        CCVS51.0
005240 POST-JOURNAL-NIGHTS.                                             CCVS51.0
005250     OPEN INPUT RESULT-JOURNAL-FILE.                              CCVS51.0
005260     IF RESULT-JOURNAL-STATUS NOT EQUAL TO "00"                   CCVS51.0
005270         GO TO POST-JOURNAL-NIGHTS-EXIT.                          CCVS51.0
005280     MOVE "N" TO JOURNAL-EOF-SW.                                  CCVS51.0
005290     PERFORM READ-JOURNAL.                                        CCVS51.0
005300     PERFORM POST-JOURNAL-RECORD UNTIL JOURNAL-EOF.               CCVS51.0
005310     CLOSE RESULT-JOURNAL-FILE.                                   CCVS51.0
005320 POST-JOURNAL-NIGHTS-EXIT. EXIT.                                  CCVS51.0
005330 POST-JOURNAL-RECORD.                                             CCVS51.0
005340     MOVE RJ-TEST-ID TO WORK-TEST-ID.                             CCVS51.0
005350     MOVE RJ-PAR-NAME TO WORK-PAR-NAME.                           CCVS51.0
005360     MOVE RJ-RUN-DATE TO WORK-RUN-DATE.                           CCVS51.0
005370     MOVE RJ-DISPOSITION TO WORK-DISPOSITION.                     CCVS51.0
005380     MOVE RJ-ELAPSED-TIME TO WORK-ELAPSED-TIME.                   CCVS51.0
005390     MOVE RJ-COMPILER-REL TO WORK-COMPILER-REL.                   CCVS51.0
005400     PERFORM POST-WORK-RECORD THRU POST-WORK-RECORD-EXIT.         CCVS51.0
005410     PERFORM READ-JOURNAL.                                        CCVS51.0
005420 READ-JOURNAL.                                                    CCVS51.0
005430     READ RESULT-JOURNAL-FILE                                     CCVS51.0
005440         AT END SET JOURNAL-EOF TO TRUE.                          CCVS51.0
005450     IF NOT JOURNAL-EOF                                           CCVS51.0
005460         ADD 1 TO RECORDS-READ-COUNT.                             CCVS51.0
005470 READ-ARCHIVE.                                                    CCVS51.0
005480     READ JOURNAL-ARCHIVE-FILE                                    CCVS51.0
005490         AT END SET ARCHIVE-EOF TO TRUE.                          CCVS51.0
005500     IF NOT ARCHIVE-EOF                                           CCVS51.0
005510         ADD 1 TO RECORDS-READ-COUNT.                             CCVS51.0
005520 POST-WORK-RECORD.                                                CCVS51.0
005530     IF WORK-RUN-DATE NOT NUMERIC                                 CCVS51.0
005540         OR WORK-ELAPSED-TIME NOT NUMERIC                         CCVS51.0
005550         OR WORK-DISPOSITION EQUAL TO "*****"                     CCVS51.0
005560         OR WORK-DISPOSITION EQUAL TO "SKIP*"                     CCVS51.0
005570             GO TO POST-WORK-RECORD-EXIT.                         CCVS51.0
005580     PERFORM TABLE-SCAN-NULL                                      CCVS51.0
005590         VARYING NIGHT-SUB FROM 1 BY 1                            CCVS51.0
005600         UNTIL NIGHT-SUB GREATER THAN NIGHT-COUNT                 CCVS51.0
005610         OR NT-RUN-DATE (NIGHT-SUB) EQUAL TO WORK-RUN-DATE.       CCVS51.0
005620     IF NIGHT-SUB GREATER THAN NIGHT-COUNT                        CCVS51.0
005630         GO TO POST-WORK-RECORD-EXIT.                             CCVS51.0
005640     PERFORM TABLE-SCAN-NULL                                      CCVS51.0
005650         VARYING HIT-SUB FROM 1 BY 1                              CCVS51.0
005660         UNTIL HIT-SUB GREATER THAN PARA-COUNT                    CCVS51.0
005670         OR (PT-TEST-ID (HIT-SUB) EQUAL TO WORK-TEST-ID           CCVS51.0
005680         AND PT-PAR-NAME (HIT-SUB) EQUAL TO WORK-PAR-NAME).       CCVS51.0
005690     IF HIT-SUB GREATER THAN PARA-COUNT                           CCVS51.0
005700         IF PARA-COUNT NOT LESS THAN 500                          CCVS51.0
005710             ADD 1 TO PARA-OVERFLOW-COUNT                         CCVS51.0
005720             GO TO POST-WORK-RECORD-EXIT                          CCVS51.0
005730         ELSE                                                     CCVS51.0
005740             ADD 1 TO PARA-COUNT                                  CCVS51.0
005750             MOVE WORK-TEST-ID TO PT-TEST-ID (HIT-SUB)            CCVS51.0
005760             MOVE WORK-PAR-NAME TO PT-PAR-NAME (HIT-SUB)          CCVS51.0
005770             MOVE SPACE TO PT-NIGHTS (HIT-SUB).                   CCVS51.0
005780     ADD 1 TO RECORDS-USED-COUNT.                                 CCVS51.0
005790     MOVE WORK-ELAPSED-TIME TO PT-ELAPSED (HIT-SUB, NIGHT-SUB).   CCVS51.0
005800     MOVE WORK-COMPILER-REL                                       CCVS51.0
005810         TO PT-COMPILER-REL (HIT-SUB, NIGHT-SUB).                 CCVS51.0
005820     MOVE "Y" TO PT-RAN-SW (HIT-SUB, NIGHT-SUB).                  CCVS51.0
005830 POST-WORK-RECORD-EXIT. EXIT.                                     CCVS51.0
005840*    A PARAGRAPH IS CHECKED ONLY WHEN IT RAN TONIGHT.  IT MUST    CCVS51.0
005850*    ALSO HAVE RUN ON EVERY NIGHT UNDER TEST AND ON AT LEAST HALF CCVS51.0
005860*    THE BASELINE NIGHTS; THEN EVERY NIGHT UNDER TEST MUST BE     CCVS51.0
005870*    SLOWER THAN THE BASELINE MEAN BY MORE THAN PERCENT-OVER.     CCVS51.0
005880 CHECK-PARAGRAPH.                                                 CCVS51.0
005890     IF NOT PT-RAN (SUB-1, 1)                                     CCVS51.0
005900         GO TO CHECK-PARAGRAPH-EXIT.                              CCVS51.0
005910     ADD 1 TO RAN-TONIGHT-COUNT.                                  CCVS51.0
005920     PERFORM TABLE-SCAN-NULL                                      CCVS51.0
005930         VARYING NIGHT-SUB FROM 1 BY 1                            CCVS51.0
005940         UNTIL NIGHT-SUB GREATER THAN CONSECUTIVE-NIGHTS          CCVS51.0
005950         OR NOT PT-RAN (SUB-1, NIGHT-SUB).                        CCVS51.0
005960     IF NIGHT-SUB NOT GREATER THAN CONSECUTIVE-NIGHTS             CCVS51.0
005970         GO TO CHECK-PARAGRAPH-EXIT.                              CCVS51.0
005980     MOVE ZERO TO BASELINE-SUM BASELINE-SAMPLES.                  CCVS51.0
005990     MOVE SPACE TO PRIOR-REL.                                     CCVS51.0
006000     COMPUTE HIT-SUB = CONSECUTIVE-NIGHTS + 1.                    CCVS51.0
006010     PERFORM ADD-BASELINE-NIGHT                                   CCVS51.0
006020         VARYING NIGHT-SUB FROM HIT-SUB BY 1                      CCVS51.0
006030         UNTIL NIGHT-SUB GREATER THAN NIGHT-COUNT.                CCVS51.0
006040     IF BASELINE-SAMPLES LESS THAN BASELINE-MINIMUM               CCVS51.0
006050         ADD 1 TO SHORT-HISTORY-COUNT                             CCVS51.0
006060         GO TO CHECK-PARAGRAPH-EXIT.                              CCVS51.0
006070     DIVIDE BASELINE-SUM BY BASELINE-SAMPLES                      CCVS51.0
006080         GIVING BASELINE-TIME ROUNDED.                            CCVS51.0
006090     COMPUTE LIMIT-TIME ROUNDED =                                 CCVS51.0
006100         BASELINE-TIME * (100 + PERCENT-OVER) / 100.              CCVS51.0
006110     MOVE ZERO TO SLOW-NIGHTS.                                    CCVS51.0
006120     PERFORM COUNT-SLOW-NIGHT                                     CCVS51.0
006130         VARYING NIGHT-SUB FROM 1 BY 1                            CCVS51.0
006140         UNTIL NIGHT-SUB GREATER THAN CONSECUTIVE-NIGHTS.         CCVS51.0
006150     IF SLOW-NIGHTS LESS THAN CONSECUTIVE-NIGHTS                  CCVS51.0
006160         GO TO CHECK-PARAGRAPH-EXIT.                              CCVS51.0
006170     PERFORM REPORT-REGRESSION.                                   CCVS51.0
006180 CHECK-PARAGRAPH-EXIT. EXIT.                                      CCVS51.0
006190*    PRIOR-REL ENDS UP AS THE RELEASE OF THE NEWEST BASELINE NIGHTCCVS51.0
006200*    THE PARAGRAPH RAN ON (THE FIRST ONE FOUND).                  CCVS51.0
006210 ADD-BASELINE-NIGHT.                                              CCVS51.0
006220     IF PT-RAN (SUB-1, NIGHT-SUB)                                 CCVS51.0
006230         ADD PT-ELAPSED (SUB-1, NIGHT-SUB) TO BASELINE-SUM        CCVS51.0
006240         ADD 1 TO BASELINE-SAMPLES                                CCVS51.0
006250         IF PRIOR-REL EQUAL TO SPACE                              CCVS51.0
006260             MOVE PT-COMPILER-REL (SUB-1, NIGHT-SUB) TO PRIOR-REL.CCVS51.0
006270 COUNT-SLOW-NIGHT.                                                CCVS51.0
006280     IF PT-ELAPSED (SUB-1, NIGHT-SUB) GREATER THAN LIMIT-TIME     CCVS51.0
006290         AND PT-ELAPSED (SUB-1, NIGHT-SUB)                        CCVS51.0
006300             NOT LESS THAN MINIMUM-ELAPSED                        CCVS51.0
006310                 ADD 1 TO SLOW-NIGHTS.                            CCVS51.0
006320 REPORT-REGRESSION.                                               CCVS51.0
006330     ADD 1 TO FLAGGED-COUNT.                                      CCVS51.0
006340     MOVE PT-COMPILER-REL (SUB-1, CONSECUTIVE-NIGHTS) TO SLOW-REL.CCVS51.0
006350     IF BASELINE-TIME EQUAL TO ZERO                               CCVS51.0
006360         MOVE 9999 TO TONIGHT-PERCENT                             CCVS51.0
006370     ELSE                                                         CCVS51.0
006380         COMPUTE TONIGHT-PERCENT =                                CCVS51.0
006390             (PT-ELAPSED (SUB-1, 1) - BASELINE-TIME) * 100        CCVS51.0
006400             / BASELINE-TIME                                      CCVS51.0
006410             ON SIZE ERROR MOVE 9999 TO TONIGHT-PERCENT.          CCVS51.0
006420     MOVE PT-TEST-ID (SUB-1) TO FL-TEST-ID.                       CCVS51.0
006430     MOVE PT-PAR-NAME (SUB-1) TO FL-PAR-NAME.                     CCVS51.0
006440     MOVE BASELINE-TIME TO FL-BASELINE.                           CCVS51.0
006450     MOVE PT-ELAPSED (SUB-1, 1) TO FL-TONIGHT.                    CCVS51.0
006460     MOVE TONIGHT-PERCENT TO FL-PERCENT.                          CCVS51.0
006470     MOVE NT-RUN-DATE (CONSECUTIVE-NIGHTS) TO FL-SINCE.           CCVS51.0
006480     IF SLOW-REL NOT EQUAL TO PRIOR-REL                           CCVS51.0
006490         ADD 1 TO RELEASE-CHANGE-COUNT                            CCVS51.0
006500         MOVE PRIOR-REL TO CN-PRIOR-REL                           CCVS51.0
006510         MOVE SLOW-REL TO CN-SLOW-REL                             CCVS51.0
006520         MOVE RELEASE-CHANGE-NOTE TO FL-RELEASE-NOTE              CCVS51.0
006530     ELSE                                                         CCVS51.0
006540         MOVE SLOW-REL TO SN-SLOW-REL                             CCVS51.0
006550         MOVE RELEASE-SAME-NOTE TO FL-RELEASE-NOTE.               CCVS51.0
006560     MOVE FLAGGED-LINE TO PERFORMANCE-REPORT-REC.                 CCVS51.0
006570     PERFORM WRITE-REPORT-LINE.                                   CCVS51.0
006580     IF ALERT-OPEN                                                CCVS51.0
006590         PERFORM WRITE-PERFORMANCE-ALERT.                         CCVS51.0
006600 WRITE-PERFORMANCE-ALERT.                                         CCVS51.0
006610     MOVE SPACE TO ALERT-REC.                                     CCVS51.0
006620     MOVE PT-TEST-ID (SUB-1) TO AL-PGM-ID.                        CCVS51.0
006630     MOVE ZERO TO AL-ERROR-COUNT AL-THRESHOLD.                    CCVS51.0
006640     MOVE "P" TO AL-ALERT-TYPE.                                   CCVS51.0
006650     MOVE PT-PAR-NAME (SUB-1) TO AL-PAR-NAME.                     CCVS51.0
006660     MOVE BASELINE-TIME TO AL-BASELINE-TIME.                      CCVS51.0
006670     MOVE PT-ELAPSED (SUB-1, 1) TO AL-TONIGHT-TIME.               CCVS51.0
006680     MOVE TONIGHT-PERCENT TO AL-PERCENT-OVER.                     CCVS51.0
006690     MOVE CONSECUTIVE-NIGHTS TO AL-SLOW-NIGHTS.                   CCVS51.0
006700     MOVE PRIOR-REL TO AL-PRIOR-REL.                              CCVS51.0
006710     MOVE SLOW-REL TO AL-SLOW-REL.                                CCVS51.0
006720     WRITE ALERT-REC.                                             CCVS51.0
006730     ADD 1 TO ALERTS-WRITTEN-COUNT.                               CCVS51.0
006740 PRINT-REPORT-HEADING.                                            CCVS51.0
006750     MOVE TODAYS-RUN-DATE TO PH-TODAY.                            CCVS51.0
006760     MOVE ZERO TO PH-TONIGHT.                                     CCVS51.0
006770     IF NIGHT-COUNT GREATER THAN ZERO                             CCVS51.0
006780         MOVE NT-RUN-DATE (1) TO PH-TONIGHT.                      CCVS51.0
006790     MOVE PERFORMANCE-HEADING-1 TO PERFORMANCE-REPORT-REC.        CCVS51.0
006800     WRITE PERFORMANCE-REPORT-REC AFTER ADVANCING PAGE.           CCVS51.0
006810     MOVE BASELINE-NIGHTS TO PL-BASELINE.                         CCVS51.0
006820     MOVE CONSECUTIVE-NIGHTS TO PL-CONSECUTIVE.                   CCVS51.0
006830     MOVE PERCENT-OVER TO PL-PERCENT.                             CCVS51.0
006840     MOVE MINIMUM-ELAPSED TO PL-MINIMUM.                          CCVS51.0
006850     MOVE PARAMETER-LINE TO PERFORMANCE-REPORT-REC.               CCVS51.0
006860     PERFORM WRITE-REPORT-LINE.                                   CCVS51.0
006870*    THE NIGHTS UNDER TEST ARE NIGHT TABLE ENTRIES 1 THRU         CCVS51.0
006880*    CONSECUTIVE-NIGHTS; THE REST OF THE TABLE IS THE BASELINE.   CCVS51.0
006890 PRINT-WINDOW-LINE.                                               CCVS51.0
006900     MOVE NIGHT-COUNT TO WL-NIGHTS.                               CCVS51.0
006910     MOVE NT-RUN-DATE (1) TO WL-TEST-TO.                          CCVS51.0
006920     IF NIGHT-COUNT GREATER THAN CONSECUTIVE-NIGHTS               CCVS51.0
006930         MOVE NT-RUN-DATE (CONSECUTIVE-NIGHTS) TO WL-TEST-FROM    CCVS51.0
006940         MOVE NT-RUN-DATE (NIGHT-COUNT) TO WL-BASE-FROM           CCVS51.0
006950         COMPUTE HIT-SUB = CONSECUTIVE-NIGHTS + 1                 CCVS51.0
006960         MOVE NT-RUN-DATE (HIT-SUB) TO WL-BASE-TO                 CCVS51.0
006970     ELSE                                                         CCVS51.0
006980         MOVE NT-RUN-DATE (NIGHT-COUNT) TO WL-TEST-FROM           CCVS51.0
006990         MOVE ZERO TO WL-BASE-FROM WL-BASE-TO.                    CCVS51.0
007000     MOVE WINDOW-LINE TO PERFORMANCE-REPORT-REC.                  CCVS51.0
007010     PERFORM WRITE-REPORT-LINE.                                   CCVS51.0
007020 PRINT-REPORT-TOTALS.                                             CCVS51.0
007030     MOVE SPACE TO PERFORMANCE-REPORT-REC.                        CCVS51.0
007040     PERFORM WRITE-REPORT-LINE.                                   CCVS51.0
007050     MOVE RECORDS-READ-COUNT TO TL-COUNT.                         CCVS51.0
007060     MOVE "JOURNAL RECORDS READ" TO TL-DESC.                      CCVS51.0
007070     PERFORM WRITE-TOTAL-LINE.                                    CCVS51.0
007080     MOVE RECORDS-USED-COUNT TO TL-COUNT.                         CCVS51.0
007090     MOVE "RESULTS ON THE NIGHTS CHECKED" TO TL-DESC.             CCVS51.0
007100     PERFORM WRITE-TOTAL-LINE.                                    CCVS51.0
007110     MOVE RAN-TONIGHT-COUNT TO TL-COUNT.                          CCVS51.0
007120     MOVE "PARAGRAPHS RUN TONIGHT" TO TL-DESC.                    CCVS51.0
007130     PERFORM WRITE-TOTAL-LINE.                                    CCVS51.0
007140     MOVE SHORT-HISTORY-COUNT TO TL-COUNT.                        CCVS51.0
007150     MOVE "NOT CHECKED - TOO FEW BASELINE NIGHTS" TO TL-DESC.     CCVS51.0
007160     PERFORM WRITE-TOTAL-LINE.                                    CCVS51.0
007170     MOVE FLAGGED-COUNT TO TL-COUNT.                              CCVS51.0
007180     MOVE "FLAGGED AS PERFORMANCE REGRESSIONS" TO TL-DESC.        CCVS51.0
007190     PERFORM WRITE-TOTAL-LINE.                                    CCVS51.0
007200     MOVE RELEASE-CHANGE-COUNT TO TL-COUNT.                       CCVS51.0
007210     MOVE "  OF WHICH AT A COMPILER RELEASE CHANGE" TO TL-DESC.   CCVS51.0
007220     PERFORM WRITE-TOTAL-LINE.                                    CCVS51.0
007230     MOVE ALERTS-WRITTEN-COUNT TO TL-COUNT.                       CCVS51.0
007240     MOVE "PERFORMANCE ALERTS WRITTEN FOR ROUTING" TO TL-DESC.    CCVS51.0
007250     PERFORM WRITE-TOTAL-LINE.                                    CCVS51.0
007260     IF PARA-OVERFLOW-COUNT GREATER THAN ZERO                     CCVS51.0
007270         MOVE PARA-OVERFLOW-COUNT TO TL-COUNT                     CCVS51.0
007280         MOVE "RESULTS NOT CHECKED - PARAGRAPH TABLE FULL (500)"  CCVS51.0
007290             TO TL-DESC                                           CCVS51.0
007300         PERFORM WRITE-TOTAL-LINE.                                CCVS51.0
007310 WRITE-TOTAL-LINE.                                                CCVS51.0
007320     MOVE PERFORMANCE-TOTAL-LINE TO PERFORMANCE-REPORT-REC.       CCVS51.0
007330     PERFORM WRITE-REPORT-LINE.                                   CCVS51.0
007340 WRITE-MESSAGE-LINE.                                              CCVS51.0
007350     MOVE PERFORMANCE-MESSAGE-LINE TO PERFORMANCE-REPORT-REC.     CCVS51.0
007360     PERFORM WRITE-REPORT-LINE.                                   CCVS51.0
007370 WRITE-REPORT-LINE.                                               CCVS51.0
007380     WRITE PERFORMANCE-REPORT-REC AFTER ADVANCING 1 LINES.        CCVS51.0
007390*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVS51.0
007400*    THE RUN DATE IS THE NIGHTLY LOCK'S SINCE-DATE WHEN THE       CCVS51.0
007410*    NIGHTLY JOB HOLDS THE SUITE, ELSE THE STEP'S START DATE.     CCVS51.0
007420 WRITE-RUN-LEDGER.                                                CCVS51.0
007430     MOVE SPACE TO RUN-LEDGER-REC.                                CCVS51.0
007440     MOVE LEDGER-START-DATE TO LG-RUN-DATE.                       CCVS51.0
007450     OPEN INPUT RUN-STATE-FILE.                                   CCVS51.0
007460     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVS51.0
007470         PERFORM READ-LEDGER-RUN-STATE                            CCVS51.0
007480         CLOSE RUN-STATE-FILE.                                    CCVS51.0
007490     MOVE SPACE TO LG-STREAM-ID.                                  CCVS51.0
007500     MOVE "CCVSPRF" TO LG-PGM-ID.                                 CCVS51.0
007510     MOVE LEDGER-START-DATE TO LG-START-DATE.                     CCVS51.0
007520     MOVE LEDGER-START-TIME TO LG-START-TIME.                     CCVS51.0
007530     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVS51.0
007540     ACCEPT LG-END-TIME FROM TIME.                                CCVS51.0
007550     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVS51.0
007560     MOVE LEDGER-REASON TO LG-REASON.                             CCVS51.0
007570     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVS51.0
007580     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVS51.0
007590         WRITE RUN-LEDGER-REC                                     CCVS51.0
007600         CLOSE RUN-LEDGER-FILE.                                   CCVS51.0
007610 READ-LEDGER-RUN-STATE.                                           CCVS51.0
007620     READ RUN-STATE-FILE                                          CCVS51.0
007630         AT END MOVE SPACE TO RN-HOLDER.                          CCVS51.0
007640     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVS51.0
007650         MOVE RN-SINCE-DATE TO LG-RUN-DATE.                       CCVS51.0
