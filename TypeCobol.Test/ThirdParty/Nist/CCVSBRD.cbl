000100 IDENTIFICATION DIVISION.                                         CCVSX1.0
000110 PROGRAM-ID. CCVSBRD.                                             CCVSX1.0
000120*    MORNING STATUS BOARD FOR THE NIGHTLY RUN.  READS THE RUN     CCVSX1.0
000130*    LEDGER (CCVS.RUN.LEDGER, OR THE CONCATENATION OF THE STREAM  CCVSX1.0
000140*    LEDGERS), TO WHICH EVERY SUITE PROGRAM APPENDS A COMPLETION  CCVSX1.0
000150*    RECORD - RUN DATE, STREAM, PROGRAM, START AND END TIME,      CCVSX1.0
000160*    RETURN CODE AND REASON - AND PRINTS ONE LINE PER STEP FOR THECCVSX1.0
000170*    NIGHT WITH A GREEN (RC 0), AMBER (RC 4 OR LESS) OR RED       CCVSX1.0
000180*    READING AND THE NUMBER OF NON-ZERO ENDINGS THAT STEP HAS HAD CCVSX1.0
000190*    SO FAR THIS MONTH.  A STEP RUN MORE THAN ONCE IN THE NIGHT   CCVSX1.0
000200*    (A RESTART) IS SHOWN BY ITS LAST ENDING, WITH THE NUMBER OF  CCVSX1.0
000210*    RUNS; EVERY NON-ZERO ENDING STILL COUNTS MONTH-TO-DATE.      CCVSX1.0
000220*    STEPS THAT DID NOT RUN TONIGHT BUT HAVE ENDED NON-ZERO THIS  CCVSX1.0
000230*    MONTH ARE LISTED AFTER THE BOARD FOR THE MONTHLY REVIEW.  THECCVSX1.0
000240*    NIGHT IS THE NIGHT= CARD (YYYYMMDD, THE DATE THE NIGHTLY JOB CCVSX1.0
000250*    STARTED), ELSE THE LATEST RUN DATE ON THE LEDGER.  A NIGHT   CCVSX1.0
000260*    WITH NO CLEAN LOCK RELEASE BY CCVSLCK IS FLAGGED AS NOT      CCVSX1.0
000270*    COMPLETED - A STEP THAT ABENDS WRITES NO LEDGER RECORD.      CCVSX1.0
000280*    RETURN CODE 0 = ALL GREEN, 4 = SOME AMBER, 8 = SOME RED OR   CCVSX1.0
000290*    THE NIGHT DID NOT COMPLETE, 16 = NO LEDGER RECORDS FOR THE   CCVSX1.0
000300*    NIGHT.                                                       CCVSX1.0
000310 ENVIRONMENT DIVISION.                                            CCVSX1.0
000320 INPUT-OUTPUT SECTION.                                            CCVSX1.0
000330 FILE-CONTROL.                                                    CCVSX1.0
000340     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVSX1.0
000350     XXXXX134                                                     CCVSX1.0
000360     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVSX1.0
000370     SELECT CONTROL-CARD-FILE ASSIGN TO                           CCVSX1.0
000380     XXXXX135                                                     CCVSX1.0
000390     FILE STATUS IS CONTROL-CARD-STATUS.                          CCVSX1.0
000400     SELECT STATUS-BOARD-FILE ASSIGN TO                           CCVSX1.0
000410     XXXXX136.                                                    CCVSX1.0
000420 DATA DIVISION.                                                   CCVSX1.0
000430 FILE SECTION.                                                    CCVSX1.0
000440 FD  RUN-LEDGER-FILE.                                             CCVSX1.0
000450 01  RUN-LEDGER-REC.                                              CCVSX1.0
000460     02 LG-RUN-DATE           PIC 9(8).                           CCVSX1.0
000470     02 LG-RUN-DATE-PARTS REDEFINES LG-RUN-DATE.                  CCVSX1.0
000480         03 LG-RUN-MONTH      PIC 9(6).                           CCVSX1.0
000490         03 FILLER            PIC 99.                             CCVSX1.0
000500     02 FILLER                PIC X.                              CCVSX1.0
000510     02 LG-STREAM-ID          PIC X.                              CCVSX1.0
000520     02 FILLER                PIC X.                              CCVSX1.0
000530     02 LG-PGM-ID             PIC X(9).                           CCVSX1.0
000540     02 FILLER                PIC X.                              CCVSX1.0
000550     02 LG-ACTION             PIC X(8).                           CCVSX1.0
000560     02 FILLER                PIC X.                              CCVSX1.0
000570     02 LG-START-DATE         PIC 9(8).                           CCVSX1.0
000580     02 FILLER                PIC X.                              CCVSX1.0
000590     02 LG-START-TIME         PIC 9(8).                           CCVSX1.0
000600     02 FILLER                PIC X.                              CCVSX1.0
000610     02 LG-END-DATE           PIC 9(8).                           CCVSX1.0
000620     02 FILLER                PIC X.                              CCVSX1.0
000630     02 LG-END-TIME           PIC 9(8).                           CCVSX1.0
000640     02 FILLER                PIC X.                              CCVSX1.0
000650     02 LG-RETURN-CODE        PIC 9(4).                           CCVSX1.0
000660     02 FILLER                PIC X.                              CCVSX1.0
000670     02 LG-REASON             PIC X(40).                          CCVSX1.0
000680     02 FILLER                PIC X(9).                           CCVSX1.0
000690 FD  CONTROL-CARD-FILE.                                           CCVSX1.0
000700 01  NIGHT-CARD.                                                  CCVSX1.0
000710     02 CC-NIGHT-KEY          PIC X(6).                           CCVSX1.0
000720     02 CC-NIGHT-DATE         PIC 9(8).                           CCVSX1.0
000730     02 FILLER                PIC X(66).                          CCVSX1.0
000740 FD  STATUS-BOARD-FILE.                                           CCVSX1.0
000750 01  STATUS-BOARD-REC                   PIC X(132).               CCVSX1.0
000760 WORKING-STORAGE SECTION.                                         CCVSX1.0
000770 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVSX1.0
000780 01  CONTROL-CARD-STATUS                PIC XX     VALUE SPACE.   CCVSX1.0
000790 01  LEDGER-EOF-SW                      PIC X      VALUE "N".     CCVSX1.0
000800     88 LEDGER-EOF                                 VALUE "Y".     CCVSX1.0
000810 01  CARD-EOF-SW                        PIC X      VALUE "N".     CCVSX1.0
000820     88 CARD-EOF                                   VALUE "Y".     CCVSX1.0
000830 01  RUN-COMPLETE-SW                    PIC X      VALUE "N".     CCVSX1.0
000840     88 RUN-COMPLETE                               VALUE "Y".     CCVSX1.0
000850 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSX1.0
000860 01  BOARD-NIGHT                        PIC 9(8)   VALUE ZERO.    CCVSX1.0
000870 01  BOARD-NIGHT-PARTS REDEFINES BOARD-NIGHT.                     CCVSX1.0
000880     02 BOARD-MONTH                     PIC 9(6).                 CCVSX1.0
000890     02 FILLER                          PIC 99.                   CCVSX1.0
000900 01  NIGHT-SOURCE                       PIC X(12)  VALUE          CCVSX1.0
000910     "LATEST NIGHT".                                              CCVSX1.0
000920 01  TIME-WORK                          PIC 9(8)   VALUE ZERO.    CCVSX1.0
000930 01  TIME-WORK-PARTS REDEFINES TIME-WORK.                         CCVSX1.0
000940     02 TW-HH                           PIC 99.                   CCVSX1.0
000950     02 TW-MM                           PIC 99.                   CCVSX1.0
000960     02 TW-SS                           PIC 99.                   CCVSX1.0
000970     02 TW-CC                           PIC 99.                   CCVSX1.0
000980 01  LEDGER-READ-COUNT                  PIC 9(5)   VALUE ZERO.    CCVSX1.0
000990 01  NIGHT-RECORD-COUNT                 PIC 999    VALUE ZERO.    CCVSX1.0
001000 01  RERUN-COUNT                        PIC 999    VALUE ZERO.    CCVSX1.0
001010 01  GREEN-COUNT                        PIC 999    VALUE ZERO.    CCVSX1.0
001020 01  AMBER-COUNT                        PIC 999    VALUE ZERO.    CCVSX1.0
001030 01  RED-COUNT                          PIC 999    VALUE ZERO.    CCVSX1.0
001040 01  OVERFLOW-COUNT                     PIC 999    VALUE ZERO.    CCVSX1.0
001050 01  MONTH-ONLY-COUNT                   PIC 999    VALUE ZERO.    CCVSX1.0
001060 01  STEP-KEY.                                                    CCVSX1.0
001070     02 SK-PGM-ID                       PIC X(9).                 CCVSX1.0
001080     02 SK-STREAM-ID                    PIC X.                    CCVSX1.0
001090     02 SK-ACTION                       PIC X(8).                 CCVSX1.0
001100 01  MONTH-STEP-COUNT                   PIC 999    VALUE ZERO.    CCVSX1.0
001110 01  MONTH-STEP-TABLE.                                            CCVSX1.0
001120     02 MONTH-STEP-ENTRY OCCURS 101 TIMES.                        CCVSX1.0
001130         03 MS-KEY                      PIC X(18).                CCVSX1.0
001140         03 MS-NONZERO-COUNT            PIC 999.                  CCVSX1.0
001150         03 MS-TONIGHT-SW               PIC X.                    CCVSX1.0
001160 01  NIGHT-STEP-COUNT                   PIC 99     VALUE ZERO.    CCVSX1.0
001170 01  NIGHT-STEP-TABLE.                                            CCVSX1.0
001180     02 NIGHT-STEP-ENTRY OCCURS 61 TIMES.                         CCVSX1.0
001190         03 NS-KEY                      PIC X(18).                CCVSX1.0
001200         03 NS-MONTH-SUB                PIC S9(4) COMP.           CCVSX1.0
001210         03 NS-RUN-COUNT                PIC 99.                   CCVSX1.0
001220         03 NS-LEDGER-IMAGE             PIC X(120).               CCVSX1.0
001230 01  LEDGER-WORK.                                                 CCVSX1.0
001240     02 LW-RUN-DATE           PIC 9(8).                           CCVSX1.0
001250     02 FILLER                PIC X.                              CCVSX1.0
001260     02 LW-STREAM-ID          PIC X.                              CCVSX1.0
001270     02 FILLER                PIC X.                              CCVSX1.0
001280     02 LW-PGM-ID             PIC X(9).                           CCVSX1.0
001290     02 FILLER                PIC X.                              CCVSX1.0
001300     02 LW-ACTION             PIC X(8).                           CCVSX1.0
001310     02 FILLER                PIC X.                              CCVSX1.0
001320     02 LW-START-DATE         PIC 9(8).                           CCVSX1.0
001330     02 FILLER                PIC X.                              CCVSX1.0
001340     02 LW-START-TIME         PIC 9(8).                           CCVSX1.0
001350     02 FILLER                PIC X.                              CCVSX1.0
001360     02 LW-END-DATE           PIC 9(8).                           CCVSX1.0
001370     02 FILLER                PIC X.                              CCVSX1.0
001380     02 LW-END-TIME           PIC 9(8).                           CCVSX1.0
001390     02 FILLER                PIC X.                              CCVSX1.0
001400     02 LW-RETURN-CODE        PIC 9(4).                           CCVSX1.0
001410     02 FILLER                PIC X.                              CCVSX1.0
001420     02 LW-REASON             PIC X(40).                          CCVSX1.0
001430     02 FILLER                PIC X(9).                           CCVSX1.0
001440 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVSX1.0
001450 01  SUB-2                              PIC S9(4) COMP VALUE 0.   CCVSX1.0
001460 01  BOARD-HEADING-1.                                             CCVSX1.0
001470     02 FILLER PIC X(20) VALUE SPACE.                             CCVSX1.0
001480     02 FILLER PIC X(40)                                          CCVSX1.0
001490         VALUE "CCVS NIGHTLY RUN STATUS BOARD".                   CCVSX1.0
001500     02 FILLER PIC X(6)  VALUE "NIGHT ".                          CCVSX1.0
001510     02 BH-NIGHT           PIC 9(8).                              CCVSX1.0
001520     02 FILLER PIC X(2)  VALUE " (".                              CCVSX1.0
001530     02 BH-NIGHT-SOURCE    PIC X(12).                             CCVSX1.0
001540     02 FILLER PIC X(1)  VALUE ")".                               CCVSX1.0
001550     02 FILLER PIC X(27) VALUE SPACE.                             CCVSX1.0
001560     02 FILLER PIC X(8)  VALUE "PRINTED ".                        CCVSX1.0
001570     02 BH-TODAY           PIC 9(8).                              CCVSX1.0
001580 01  BOARD-HEADING-2.                                             CCVSX1.0
001590     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
001600     02 FILLER PIC X(21) VALUE "PROGRAM   ACTION   S".            CCVSX1.0
001610     02 FILLER PIC X(19) VALUE "  STARTED".                       CCVSX1.0
001620     02 FILLER PIC X(19) VALUE "ENDED".                           CCVSX1.0
001630     02 FILLER PIC X(14) VALUE "RC  STATUS".                      CCVSX1.0
001640     02 FILLER PIC X(42) VALUE "REASON".                          CCVSX1.0
001650     02 FILLER PIC X(16) VALUE "MTD<>0 RUNS".                     CCVSX1.0
001660 01  BOARD-DETAIL-LINE.                                           CCVSX1.0
001670     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
001680     02 BL-PGM-ID          PIC X(9).                              CCVSX1.0
001690     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
001700     02 BL-ACTION          PIC X(8).                              CCVSX1.0
001710     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
001720     02 BL-STREAM-ID       PIC X.                                 CCVSX1.0
001730     02 FILLER PIC X(2)  VALUE SPACE.                             CCVSX1.0
001740     02 BL-START-DATE      PIC 9(8).                              CCVSX1.0
001750     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
001760     02 BL-START-TIME.                                            CCVSX1.0
001770         03 BL-START-HH    PIC 99.                                CCVSX1.0
001780         03 FILLER PIC X VALUE ":".                               CCVSX1.0
001790         03 BL-START-MM    PIC 99.                                CCVSX1.0
001800         03 FILLER PIC X VALUE ":".                               CCVSX1.0
001810         03 BL-START-SS    PIC 99.                                CCVSX1.0
001820     02 FILLER PIC X(2)  VALUE SPACE.                             CCVSX1.0
001830     02 BL-END-DATE        PIC 9(8).                              CCVSX1.0
001840     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
001850     02 BL-END-TIME.                                              CCVSX1.0
001860         03 BL-END-HH      PIC 99.                                CCVSX1.0
001870         03 FILLER PIC X VALUE ":".                               CCVSX1.0
001880         03 BL-END-MM      PIC 99.                                CCVSX1.0
001890         03 FILLER PIC X VALUE ":".                               CCVSX1.0
001900         03 BL-END-SS      PIC 99.                                CCVSX1.0
001910     02 FILLER PIC X(2)  VALUE SPACE.                             CCVSX1.0
001920     02 BL-RETURN-CODE     PIC ZZZ9.                              CCVSX1.0
001930     02 FILLER PIC X(2)  VALUE SPACE.                             CCVSX1.0
001940     02 BL-STATUS          PIC X(5).                              CCVSX1.0
001950     02 FILLER PIC X(2)  VALUE SPACE.                             CCVSX1.0
001960     02 BL-REASON          PIC X(40).                             CCVSX1.0
001970     02 FILLER PIC X(2)  VALUE SPACE.                             CCVSX1.0
001980     02 BL-MTD-COUNT       PIC ZZ9.                               CCVSX1.0
001990     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSX1.0
002000     02 BL-RUN-COUNT       PIC Z9.                                CCVSX1.0
002010     02 FILLER PIC X(8)  VALUE SPACE.                             CCVSX1.0
002020 01  MONTH-ONLY-HEADING.                                          CCVSX1.0
002030     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
002040     02 FILLER PIC X(60) VALUE                                    CCVSX1.0
002050         "NOT RUN TONIGHT - NON-ZERO ENDINGS EARLIER THIS MONTH". CCVSX1.0
002060     02 FILLER PIC X(71) VALUE SPACE.                             CCVSX1.0
002070 01  MONTH-ONLY-LINE.                                             CCVSX1.0
002080     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
002090     02 ML-PGM-ID          PIC X(9).                              CCVSX1.0
002100     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
002110     02 ML-ACTION          PIC X(8).                              CCVSX1.0
002120     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
002130     02 ML-STREAM-ID       PIC X.                                 CCVSX1.0
002140     02 FILLER PIC X(94) VALUE SPACE.                             CCVSX1.0
002150     02 ML-MTD-COUNT       PIC ZZ9.                               CCVSX1.0
002160     02 FILLER PIC X(14) VALUE SPACE.                             CCVSX1.0
002170 01  BOARD-TOTAL-LINE.                                            CCVSX1.0
002180     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
002190     02 BT-COUNT           PIC ZZZZ9.                             CCVSX1.0
002200     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
002210     02 BT-DESC            PIC X(60).                             CCVSX1.0
002220     02 FILLER PIC X(65) VALUE SPACE.                             CCVSX1.0
002230 01  BOARD-MESSAGE-LINE.                                          CCVSX1.0
002240     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSX1.0
002250     02 BM-TEXT            PIC X(100).                            CCVSX1.0
002260     02 FILLER PIC X(31) VALUE SPACE.                             CCVSX1.0
002270 PROCEDURE DIVISION.                                              CCVSX1.0
002280 CCVSBRD-MAIN SECTION.                                            CCVSX1.0
002290 OPEN-FILES.                                                      CCVSX1.0
002300     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSX1.0
002310     OPEN OUTPUT STATUS-BOARD-FILE.                               CCVSX1.0
002320     PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EXIT.     CCVSX1.0
002330     IF BOARD-NIGHT EQUAL TO ZERO                                 CCVSX1.0
002340         PERFORM FIND-LATEST-NIGHT THRU FIND-LATEST-NIGHT-EXIT.   CCVSX1.0
002350     PERFORM PRINT-BOARD-HEADINGS.                                CCVSX1.0
002360     IF BOARD-NIGHT EQUAL TO ZERO                                 CCVSX1.0
002370         MOVE "NO RUN LEDGER RECORDS ON FILE (RC 16)" TO BM-TEXT  CCVSX1.0
002380         PERFORM PRINT-MESSAGE-LINE                               CCVSX1.0
002390         MOVE 16 TO RETURN-CODE                                   CCVSX1.0
002400         GO TO CLOSE-FILES.                                       CCVSX1.0
002410     PERFORM LOAD-NIGHT-TABLES THRU LOAD-NIGHT-TABLES-EXIT.       CCVSX1.0
002420     IF NIGHT-STEP-COUNT EQUAL TO ZERO                            CCVSX1.0
002430         MOVE "NO RUN LEDGER RECORDS FOR THIS NIGHT (RC 16)"      CCVSX1.0
002440             TO BM-TEXT                                           CCVSX1.0
002450         PERFORM PRINT-MESSAGE-LINE                               CCVSX1.0
002460         MOVE 16 TO RETURN-CODE                                   CCVSX1.0
002470         GO TO CLOSE-FILES.                                       CCVSX1.0
002480     PERFORM PRINT-STEP-LINE                                      CCVSX1.0
002490         VARYING SUB-1 FROM 1 BY 1                                CCVSX1.0
002500         UNTIL SUB-1 GREATER THAN NIGHT-STEP-COUNT.               CCVSX1.0
002510     PERFORM PRINT-MONTH-ONLY-STEPS.                              CCVSX1.0
002520     IF NOT RUN-COMPLETE                                          CCVSX1.0
002530         MOVE SPACE TO STATUS-BOARD-REC                           CCVSX1.0
002540         PERFORM WRITE-REPORT-LINE                                CCVSX1.0
002550         MOVE "*** NIGHT NOT COMPLETED - NO CLEAN CCVSLCK RELEASE"CCVSX1.0
002560             TO BM-TEXT                                           CCVSX1.0
002570         PERFORM PRINT-MESSAGE-LINE                               CCVSX1.0
002580         MOVE "    (STEP ABENDED, STILL RUNNING OR LOCK HELD)"    CCVSX1.0
002590             TO BM-TEXT                                           CCVSX1.0
002600         PERFORM PRINT-MESSAGE-LINE.                              CCVSX1.0
002610     PERFORM PRINT-BOARD-TOTALS.                                  CCVSX1.0
002620     IF RED-COUNT GREATER THAN ZERO                               CCVSX1.0
002630         OR NOT RUN-COMPLETE                                      CCVSX1.0
002640             MOVE 8 TO RETURN-CODE                                CCVSX1.0
002650     ELSE IF AMBER-COUNT GREATER THAN ZERO                        CCVSX1.0
002660         MOVE 4 TO RETURN-CODE.                                   CCVSX1.0
002670 CLOSE-FILES.                                                     CCVSX1.0
002680     CLOSE STATUS-BOARD-FILE.                                     CCVSX1.0
002690     STOP RUN.                                                    CCVSX1.0
002700 READ-CONTROL-CARDS.                                              CCVSX1.0
002710     OPEN INPUT CONTROL-CARD-FILE.                                CCVSX1.0
002720     IF CONTROL-CARD-STATUS NOT EQUAL TO "00"                     CCVSX1.0
002730         GO TO READ-CONTROL-CARDS-EXIT.                           CCVSX1.0
002740     PERFORM READ-CONTROL-CARD.                                   CCVSX1.0
002750     PERFORM APPLY-CONTROL-CARD                                   CCVSX1.0
002760         UNTIL CARD-EOF.                                          CCVSX1.0
002770     CLOSE CONTROL-CARD-FILE.                                     CCVSX1.0
002780 READ-CONTROL-CARDS-EXIT. EXIT.                                   CCVSX1.0
002790 READ-CONTROL-CARD.                                               CCVSX1.0
002800     READ CONTROL-CARD-FILE                                       CCVSX1.0
002810         AT END SET CARD-EOF TO TRUE.                             CCVSX1.0
002820 APPLY-CONTROL-CARD.                                              CCVSX1.0
002830     IF CC-NIGHT-KEY EQUAL TO "NIGHT="                            CCVSX1.0
002840         AND CC-NIGHT-DATE NUMERIC                                CCVSX1.0
002850             MOVE CC-NIGHT-DATE TO BOARD-NIGHT                    CCVSX1.0
002860             MOVE "NIGHT= CARD" TO NIGHT-SOURCE.                  CCVSX1.0
002870     PERFORM READ-CONTROL-CARD.                                   CCVSX1.0
002880*    WITH NO NIGHT= CARD THE BOARD IS FOR THE LATEST NIGHT ON THE CCVSX1.0
002890*    LEDGER, WHICH TAKES A SEPARATE PASS TO FIND.                 CCVSX1.0
002900 FIND-LATEST-NIGHT.                                               CCVSX1.0
002910     OPEN INPUT RUN-LEDGER-FILE.                                  CCVSX1.0
002920     IF RUN-LEDGER-STATUS NOT EQUAL TO "00"                       CCVSX1.0
002930         GO TO FIND-LATEST-NIGHT-EXIT.                            CCVSX1.0
002940     PERFORM READ-LEDGER.                                         CCVSX1.0
002950     PERFORM NOTE-LATEST-NIGHT                                    CCVSX1.0
002960         UNTIL LEDGER-EOF.                                        CCVSX1.0
002970     CLOSE RUN-LEDGER-FILE.                                       CCVSX1.0
002980     MOVE "N" TO LEDGER-EOF-SW.                                   CCVSX1.0
002990 FIND-LATEST-NIGHT-EXIT. EXIT.                                    CCVSX1.0
003000 NOTE-LATEST-NIGHT.                                               CCVSX1.0
003010     IF LG-RUN-DATE NUMERIC                                       CCVSX1.0
003020         AND LG-RUN-DATE GREATER THAN BOARD-NIGHT                 CCVSX1.0
003030             MOVE LG-RUN-DATE TO BOARD-NIGHT.                     CCVSX1.0
003040     PERFORM READ-LEDGER.                                         CCVSX1.0
003050 READ-LEDGER.                                                     CCVSX1.0
003060     READ RUN-LEDGER-FILE                                         CCVSX1.0
003070         AT END SET LEDGER-EOF TO TRUE.                           CCVSX1.0
003080 LOAD-NIGHT-TABLES.                                               CCVSX1.0
003090     OPEN INPUT RUN-LEDGER-FILE.                                  CCVSX1.0
003100     IF RUN-LEDGER-STATUS NOT EQUAL TO "00"                       CCVSX1.0
003110         GO TO LOAD-NIGHT-TABLES-EXIT.                            CCVSX1.0
003120     PERFORM READ-LEDGER.                                         CCVSX1.0
003130     PERFORM POST-LEDGER-RECORD THRU POST-LEDGER-RECORD-EXIT      CCVSX1.0
003140         UNTIL LEDGER-EOF.                                        CCVSX1.0
003150     CLOSE RUN-LEDGER-FILE.                                       CCVSX1.0
003160 LOAD-NIGHT-TABLES-EXIT. EXIT.                                    CCVSX1.0
003170*    EVERY RECORD OF THE BOARD'S MONTH UP TO AND INCLUDING THE    CCVSX1.0
003180*    NIGHT FEEDS THE MONTH-TO-DATE COUNTS; THE NIGHT'S OWN RECORDSCCVSX1.0
003190*    ALSO BUILD THE BOARD, LAST ENDING PER STEP WINNING.          CCVSX1.0
003200 POST-LEDGER-RECORD.                                              CCVSX1.0
003210     ADD 1 TO LEDGER-READ-COUNT.                                  CCVSX1.0
003220     IF LG-RUN-DATE NOT NUMERIC                                   CCVSX1.0
003230         OR LG-RUN-MONTH NOT EQUAL TO BOARD-MONTH                 CCVSX1.0
003240         OR LG-RUN-DATE GREATER THAN BOARD-NIGHT                  CCVSX1.0
003250             GO TO POST-LEDGER-RECORD-NEXT.                       CCVSX1.0
003260     MOVE LG-PGM-ID TO SK-PGM-ID.                                 CCVSX1.0
003270     MOVE LG-STREAM-ID TO SK-STREAM-ID.                           CCVSX1.0
003280     MOVE LG-ACTION TO SK-ACTION.                                 CCVSX1.0
003290     PERFORM TABLE-SCAN-NULL                                      CCVSX1.0
003300         VARYING SUB-2 FROM 1 BY 1                                CCVSX1.0
003310         UNTIL SUB-2 GREATER THAN MONTH-STEP-COUNT                CCVSX1.0
003320         OR MS-KEY (SUB-2) EQUAL TO STEP-KEY.                     CCVSX1.0
003330     IF SUB-2 GREATER THAN MONTH-STEP-COUNT                       CCVSX1.0
003340         IF MONTH-STEP-COUNT LESS THAN 100                        CCVSX1.0
003350             ADD 1 TO MONTH-STEP-COUNT                            CCVSX1.0
003360             MOVE STEP-KEY TO MS-KEY (SUB-2)                      CCVSX1.0
003370             MOVE ZERO TO MS-NONZERO-COUNT (SUB-2)                CCVSX1.0
003380             MOVE "N" TO MS-TONIGHT-SW (SUB-2)                    CCVSX1.0
003390         ELSE                                                     CCVSX1.0
003400             ADD 1 TO OVERFLOW-COUNT                              CCVSX1.0
003410             GO TO POST-LEDGER-RECORD-NEXT.                       CCVSX1.0
003420     IF LG-RETURN-CODE NOT EQUAL TO ZERO                          CCVSX1.0
003430         ADD 1 TO MS-NONZERO-COUNT (SUB-2).                       CCVSX1.0
003440     IF LG-RUN-DATE NOT EQUAL TO BOARD-NIGHT                      CCVSX1.0
003450         GO TO POST-LEDGER-RECORD-NEXT.                           CCVSX1.0
003460     ADD 1 TO NIGHT-RECORD-COUNT.                                 CCVSX1.0
003470     IF LG-PGM-ID EQUAL TO "CCVSLCK"                              CCVSX1.0
003480         AND LG-ACTION EQUAL TO "RELEASE"                         CCVSX1.0
003490             IF LG-RETURN-CODE EQUAL TO ZERO                      CCVSX1.0
003500                 SET RUN-COMPLETE TO TRUE                         CCVSX1.0
003510             ELSE                                                 CCVSX1.0
003520                 MOVE "N" TO RUN-COMPLETE-SW.                     CCVSX1.0
003530     PERFORM TABLE-SCAN-NULL                                      CCVSX1.0
003540         VARYING SUB-1 FROM 1 BY 1                                CCVSX1.0
003550         UNTIL SUB-1 GREATER THAN NIGHT-STEP-COUNT                CCVSX1.0
003560         OR NS-KEY (SUB-1) EQUAL TO STEP-KEY.                     CCVSX1.0
003570     IF SUB-1 GREATER THAN NIGHT-STEP-COUNT                       CCVSX1.0
003580         IF NIGHT-STEP-COUNT LESS THAN 60                         CCVSX1.0
003590             ADD 1 TO NIGHT-STEP-COUNT                            CCVSX1.0
003600             MOVE STEP-KEY TO NS-KEY (SUB-1)                      CCVSX1.0
003610             MOVE SUB-2 TO NS-MONTH-SUB (SUB-1)                   CCVSX1.0
003620             MOVE ZERO TO NS-RUN-COUNT (SUB-1)                    CCVSX1.0
003630             MOVE "Y" TO MS-TONIGHT-SW (SUB-2)                    CCVSX1.0
003640         ELSE                                                     CCVSX1.0
003650             ADD 1 TO OVERFLOW-COUNT                              CCVSX1.0
003660             GO TO POST-LEDGER-RECORD-NEXT.                       CCVSX1.0
003670     IF NS-RUN-COUNT (SUB-1) GREATER THAN ZERO                    CCVSX1.0
003680         ADD 1 TO RERUN-COUNT.                                    CCVSX1.0
003690     ADD 1 TO NS-RUN-COUNT (SUB-1).                               CCVSX1.0
003700     MOVE RUN-LEDGER-REC TO NS-LEDGER-IMAGE (SUB-1).              CCVSX1.0
003710 POST-LEDGER-RECORD-NEXT.                                         CCVSX1.0
003720     PERFORM READ-LEDGER.                                         CCVSX1.0
003730 POST-LEDGER-RECORD-EXIT. EXIT.                                   CCVSX1.0
003740 TABLE-SCAN-NULL. EXIT.                                           CCVSX1.0
003750 PRINT-STEP-LINE.                                                 CCVSX1.0
003760     MOVE NS-LEDGER-IMAGE (SUB-1) TO LEDGER-WORK.                 CCVSX1.0
003770     MOVE NS-MONTH-SUB (SUB-1) TO SUB-2.                          CCVSX1.0
003780     MOVE LW-PGM-ID TO BL-PGM-ID.                                 CCVSX1.0
003790     MOVE LW-ACTION TO BL-ACTION.                                 CCVSX1.0
003800     MOVE LW-STREAM-ID TO BL-STREAM-ID.                           CCVSX1.0
003810     MOVE LW-START-DATE TO BL-START-DATE.                         CCVSX1.0
003820     MOVE LW-START-TIME TO TIME-WORK.                             CCVSX1.0
003830     MOVE TW-HH TO BL-START-HH.                                   CCVSX1.0
003840     MOVE TW-MM TO BL-START-MM.                                   CCVSX1.0
003850     MOVE TW-SS TO BL-START-SS.                                   CCVSX1.0
003860     MOVE LW-END-DATE TO BL-END-DATE.                             CCVSX1.0
003870     MOVE LW-END-TIME TO TIME-WORK.                               CCVSX1.0
003880     MOVE TW-HH TO BL-END-HH.                                     CCVSX1.0
003890     MOVE TW-MM TO BL-END-MM.                                     CCVSX1.0
003900     MOVE TW-SS TO BL-END-SS.                                     CCVSX1.0
003910     MOVE LW-RETURN-CODE TO BL-RETURN-CODE.                       CCVSX1.0
003920     IF LW-RETURN-CODE EQUAL TO ZERO                              CCVSX1.0
003930         MOVE "GREEN" TO BL-STATUS                                CCVSX1.0
003940         ADD 1 TO GREEN-COUNT                                     CCVSX1.0
003950     ELSE IF LW-RETURN-CODE NOT GREATER THAN 4                    CCVSX1.0
003960         MOVE "AMBER" TO BL-STATUS                                CCVSX1.0
003970         ADD 1 TO AMBER-COUNT                                     CCVSX1.0
003980     ELSE                                                         CCVSX1.0
003990         MOVE "RED" TO BL-STATUS                                  CCVSX1.0
004000         ADD 1 TO RED-COUNT.                                      CCVSX1.0
004010     MOVE LW-REASON TO BL-REASON.                                 CCVSX1.0
004020     MOVE MS-NONZERO-COUNT (SUB-2) TO BL-MTD-COUNT.               CCVSX1.0
004030     MOVE NS-RUN-COUNT (SUB-1) TO BL-RUN-COUNT.                   CCVSX1.0
004040     MOVE BOARD-DETAIL-LINE TO STATUS-BOARD-REC.                  CCVSX1.0
004050     PERFORM WRITE-REPORT-LINE.                                   CCVSX1.0
004060 PRINT-MONTH-ONLY-STEPS.                                          CCVSX1.0
004070     PERFORM PRINT-MONTH-ONLY-LINE THRU PRINT-MONTH-ONLY-LINE-EXITCCVSX1.0
004080         VARYING SUB-2 FROM 1 BY 1                                CCVSX1.0
004090         UNTIL SUB-2 GREATER THAN MONTH-STEP-COUNT.               CCVSX1.0
004100 PRINT-MONTH-ONLY-LINE.                                           CCVSX1.0
004110     IF MS-TONIGHT-SW (SUB-2) EQUAL TO "Y"                        CCVSX1.0
004120         OR MS-NONZERO-COUNT (SUB-2) EQUAL TO ZERO                CCVSX1.0
004130             GO TO PRINT-MONTH-ONLY-LINE-EXIT.                    CCVSX1.0
004140     ADD 1 TO MONTH-ONLY-COUNT.                                   CCVSX1.0
004150     IF MONTH-ONLY-COUNT EQUAL TO 1                               CCVSX1.0
004160         MOVE SPACE TO STATUS-BOARD-REC                           CCVSX1.0
004170         PERFORM WRITE-REPORT-LINE                                CCVSX1.0
004180         MOVE MONTH-ONLY-HEADING TO STATUS-BOARD-REC              CCVSX1.0
004190         PERFORM WRITE-REPORT-LINE.                               CCVSX1.0
004200     MOVE MS-KEY (SUB-2) TO STEP-KEY.                             CCVSX1.0
004210     MOVE SK-PGM-ID TO ML-PGM-ID.                                 CCVSX1.0
004220     MOVE SK-ACTION TO ML-ACTION.                                 CCVSX1.0
004230     MOVE SK-STREAM-ID TO ML-STREAM-ID.                           CCVSX1.0
004240     MOVE MS-NONZERO-COUNT (SUB-2) TO ML-MTD-COUNT.               CCVSX1.0
004250     MOVE MONTH-ONLY-LINE TO STATUS-BOARD-REC.                    CCVSX1.0
004260     PERFORM WRITE-REPORT-LINE.                                   CCVSX1.0
004270 PRINT-MONTH-ONLY-LINE-EXIT. EXIT.                                CCVSX1.0
004280 PRINT-BOARD-HEADINGS.                                            CCVSX1.0
004290     MOVE BOARD-NIGHT TO BH-NIGHT.                                CCVSX1.0
004300     MOVE NIGHT-SOURCE TO BH-NIGHT-SOURCE.                        CCVSX1.0
004310     MOVE TODAYS-RUN-DATE TO BH-TODAY.                            CCVSX1.0
004320     MOVE BOARD-HEADING-1 TO STATUS-BOARD-REC.                    CCVSX1.0
004330     PERFORM WRITE-REPORT-LINE.                                   CCVSX1.0
004340     MOVE SPACE TO STATUS-BOARD-REC.                              CCVSX1.0
004350     PERFORM WRITE-REPORT-LINE.                                   CCVSX1.0
004360     MOVE BOARD-HEADING-2 TO STATUS-BOARD-REC.                    CCVSX1.0
004370     PERFORM WRITE-REPORT-LINE.                                   CCVSX1.0
004380 PRINT-MESSAGE-LINE.                                              CCVSX1.0
004390     MOVE BOARD-MESSAGE-LINE TO STATUS-BOARD-REC.                 CCVSX1.0
004400     PERFORM WRITE-REPORT-LINE.                                   CCVSX1.0
004410 PRINT-BOARD-TOTALS.                                              CCVSX1.0
004420     MOVE SPACE TO STATUS-BOARD-REC.                              CCVSX1.0
004430     PERFORM WRITE-REPORT-LINE.                                   CCVSX1.0
004440     MOVE SPACE TO BOARD-TOTAL-LINE.                              CCVSX1.0
004450     MOVE GREEN-COUNT TO BT-COUNT.                                CCVSX1.0
004460     MOVE "STEPS GREEN (RC 0)" TO BT-DESC.                        CCVSX1.0
004470     PERFORM PRINT-TOTAL-LINE.                                    CCVSX1.0
004480     MOVE AMBER-COUNT TO BT-COUNT.                                CCVSX1.0
004490     MOVE "STEPS AMBER (RC 4 OR LESS)" TO BT-DESC.                CCVSX1.0
004500     PERFORM PRINT-TOTAL-LINE.                                    CCVSX1.0
004510     MOVE RED-COUNT TO BT-COUNT.                                  CCVSX1.0
004520     MOVE "STEPS RED (RC OVER 4)" TO BT-DESC.                     CCVSX1.0
004530     PERFORM PRINT-TOTAL-LINE.                                    CCVSX1.0
004540     MOVE RERUN-COUNT TO BT-COUNT.                                CCVSX1.0
004550     MOVE "EARLIER ENDINGS SUPERSEDED BY A RERUN OF THE SAME STEP"CCVSX1.0
004560         TO BT-DESC.                                              CCVSX1.0
004570     PERFORM PRINT-TOTAL-LINE.                                    CCVSX1.0
004580     MOVE MONTH-ONLY-COUNT TO BT-COUNT.                           CCVSX1.0
004590     MOVE "STEPS NOT RUN TONIGHT WITH NON-ZERO ENDINGS THIS MONTH"CCVSX1.0
004600         TO BT-DESC.                                              CCVSX1.0
004610     PERFORM PRINT-TOTAL-LINE.                                    CCVSX1.0
004620     MOVE LEDGER-READ-COUNT TO BT-COUNT.                          CCVSX1.0
004630     MOVE "LEDGER RECORDS READ" TO BT-DESC.                       CCVSX1.0
004640     PERFORM PRINT-TOTAL-LINE.                                    CCVSX1.0
004650     IF OVERFLOW-COUNT GREATER THAN ZERO                          CCVSX1.0
004660         MOVE OVERFLOW-COUNT TO BT-COUNT                          CCVSX1.0
004670         MOVE "LEDGER RECORDS NOT COUNTED - STEP TABLE FULL"      CCVSX1.0
004680             TO BT-DESC                                           CCVSX1.0
004690         PERFORM PRINT-TOTAL-LINE.                                CCVSX1.0
004700 PRINT-TOTAL-LINE.                                                CCVSX1.0
004710     MOVE BOARD-TOTAL-LINE TO STATUS-BOARD-REC.                   CCVSX1.0
004720     PERFORM WRITE-REPORT-LINE.                                   CCVSX1.0
004730 WRITE-REPORT-LINE.                                               CCVSX1.0
004740     WRITE STATUS-BOARD-REC AFTER ADVANCING 1 LINES.              CCVSX1.0
