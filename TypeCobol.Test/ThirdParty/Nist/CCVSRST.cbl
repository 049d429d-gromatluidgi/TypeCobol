000100 IDENTIFICATION DIVISION.                                         CCVSS1.0
000110 PROGRAM-ID. CCVSRST.                                             CCVSS1.0
000120*    RESTART ADVISOR FOR AN ABENDED NIGHTLY RUN.  READS THE       CCVSS1.0
000130*    ROSTER (CCVS.RUN.ROSTER), THE NIGHT'S RUN-SUMMARY RECORDS    CCVSS1.0
000140*    (CCVS.RUN.SUMMARY, OR THE CONCATENATION OF THE STREAM        CCVSS1.0
000150*    SUMMARY DATASETS) AND THE CHECKPOINT FILE (CCVS.K6SCA.CHKPT) CCVSS1.0
000160*    AND WORKS OUT, PER STREAM AND IN ROSTER ORDER, WHICH         CCVSS1.0
000170*    PROGRAMS FINISHED (SUMMARY RECORD WRITTEN), WHICH ONE WAS IN CCVSS1.0
000180*    FLIGHT (CHECKPOINT RECORD PRESENT - CASES DONE AND LAST      CCVSS1.0
000190*    PAR-NAME SHOWN) AND WHICH NEVER STARTED.  THE RESTART STEP   CCVSS1.0
000200*    FOR A STREAM IS ITS IN-FLIGHT PROGRAM (K6SCA RESUMES FROM    CCVSS1.0
000210*    THE CHECKPOINT) OR ELSE ITS FIRST PROGRAM THAT NEVER         CCVSS1.0
000220*    STARTED.  THE STEP NAME IS TAKEN FROM COLUMNS 13-20 OF THE   CCVSS1.0
000230*    ROSTER RECORD, OR WHEN THOSE ARE BLANK IS ASSUMED TO BE      CCVSS1.0
000240*    STEPn FOR THE NTH PROGRAM OF THE STREAM.  THE NIGHT BEING    CCVSS1.0
000250*    RESTARTED IS THE RUN-DATE= CARD, ELSE THE DATE THE NIGHTLY   CCVSS1.0
000260*    JOB TOOK THE SUITE LOCK (CCVS.SUITE.RUNSTATE), ELSE TODAY;   CCVSS1.0
000270*    SUMMARY RECORDS DATED ON OR AFTER IT COUNT AS TONIGHT'S, SO  CCVSS1.0
000280*    PROGRAMS THAT FINISHED AFTER MIDNIGHT ARE NOT MISSED.        CCVSS1.0
000290*    FOR EACH STREAM THAT NEEDS A RESTART A READY-MADE JOB        CCVSS1.0
000300*    STATEMENT WITH ITS RESTART= OVERRIDE (AND COMMENT IMAGES     CCVSS1.0
000310*    SAYING WHY) IS WRITTEN TO THE RESTART DECK; THE REPORT       CCVSS1.0
000320*    EXPLAINS EVERY DECISION.  WHEN THE CHECKPOINT AND SUMMARY    CCVSS1.0
000330*    FILES CONTRADICT EACH OTHER - A PROGRAM BOTH FINISHED AND IN CCVSS1.0
000340*    FLIGHT, TWO PROGRAMS IN FLIGHT IN ONE STREAM, OR A PROGRAM   CCVSS1.0
000350*    IN FLIGHT OUT OF ROSTER ORDER - NO DECK IS WRITTEN AT ALL.   CCVSS1.0
000360*    RETURN CODE 0 = DECK WRITTEN, 4 = EVERY STREAM FINISHED (NO  CCVSS1.0
000370*    DECK; ANY RESTART IS IN THE REPORT STEPS), 12 = FILES        CCVSS1.0
000380*    CONTRADICT (NO DECK), 16 = NO ROSTER ENTRIES.                CCVSS1.0
000390 ENVIRONMENT DIVISION.                                            CCVSS1.0
000400 INPUT-OUTPUT SECTION.                                            CCVSS1.0
000410 FILE-CONTROL.                                                    CCVSS1.0
000420     SELECT CONTROL-CARD-FILE ASSIGN TO                           CCVSS1.0
000430     XXXXX131                                                     CCVSS1.0
000440     FILE STATUS IS CONTROL-CARD-STATUS.                          CCVSS1.0
000450     SELECT ROSTER-FILE ASSIGN TO                                 CCVSS1.0
000460     XXXXX084.                                                    CCVSS1.0
000470     SELECT RUN-SUMMARY-FILE ASSIGN TO                            CCVSS1.0
000480     XXXXX056.                                                    CCVSS1.0
000490     SELECT CHECKPOINT-FILE ASSIGN TO                             CCVSS1.0
000500     XXXXX062                                                     CCVSS1.0
000510     ORGANIZATION INDEXED ACCESS MODE DYNAMIC                     CCVSS1.0
000520     RECORD KEY IS CP-TEST-ID                                     CCVSS1.0
000530     FILE STATUS IS CHECKPOINT-FILE-STATUS.                       CCVSS1.0
000540     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSS1.0
000550     XXXXX129                                                     CCVSS1.0
000560     FILE STATUS IS RUN-STATE-STATUS.                             CCVSS1.0
000570     SELECT RESTART-DECK-FILE ASSIGN TO                           CCVSS1.0
000580     XXXXX132.                                                    CCVSS1.0
000590     SELECT RESTART-REPORT-FILE ASSIGN TO                         CCVSS1.0
000600     XXXXX133.                                                    CCVSS1.0
000610 DATA DIVISION.                                                   CCVSS1.0
000620 FILE SECTION.                                                    CCVSS1.0
000630 FD  CONTROL-CARD-FILE.                                           CCVSS1.0
000640 01  RUN-DATE-CARD.                                               CCVSS1.0
000650     02 CC-RUN-DATE-KEY       PIC X(9).                           CCVSS1.0
000660     02 CC-RUN-DATE           PIC 9(8).                           CCVSS1.0
000670     02 FILLER                PIC X(63).                          CCVSS1.0
000680 FD  ROSTER-FILE.                                                 CCVSS1.0
000690 01  ROSTER-REC.                                                  CCVSS1.0
000700     02 EP-PGM-ID            PIC X(9).                            CCVSS1.0
000710     02 FILLER               PIC X.                               CCVSS1.0
000720     02 EP-STREAM-ID         PIC X.                               CCVSS1.0
000730     02 FILLER               PIC X.                               CCVSS1.0
000740     02 EP-STEP-NAME         PIC X(8).                            CCVSS1.0
000750     02 FILLER               PIC X(60).                           CCVSS1.0
000760 FD  RUN-SUMMARY-FILE.                                            CCVSS1.0
000770 01  RUN-SUMMARY-REC.                                             CCVSS1.0
000780     02 RS-PGM-ID            PIC X(9).                            CCVSS1.0
000790     02 FILLER               PIC X.                               CCVSS1.0
000800     02 RS-PASS-COUNT        PIC 9(3).                            CCVSS1.0
000810     02 FILLER               PIC X.                               CCVSS1.0
000820     02 RS-ERROR-COUNT       PIC 9(3).                            CCVSS1.0
000830     02 FILLER               PIC X.                               CCVSS1.0
000840     02 RS-DELETE-COUNT      PIC 9(3).                            CCVSS1.0
000850     02 FILLER               PIC X.                               CCVSS1.0
000860     02 RS-INSPECT-COUNT     PIC 9(3).                            CCVSS1.0
000870     02 FILLER               PIC X.                               CCVSS1.0
000880     02 RS-RUN-DATE          PIC 9(8).                            CCVSS1.0
000890     02 FILLER               PIC X.                               CCVSS1.0
000900     02 RS-ELAPSED-TIME      PIC 9(7).                            CCVSS1.0
000910     02 FILLER               PIC X.                               CCVSS1.0
000920     02 RS-STREAM-ID         PIC X.                               CCVSS1.0
000930     02 FILLER               PIC X.                               CCVSS1.0
000940     02 RS-COMPILER-REL      PIC X(8).                            CCVSS1.0
000950     02 FILLER               PIC X.                               CCVSS1.0
000960     02 RS-QUARANTINE-COUNT  PIC 9(3).                            CCVSS1.0
000970     02 FILLER               PIC X(65).                           CCVSS1.0
000980 FD  CHECKPOINT-FILE.                                             CCVSS1.0
000990 01  CHECKPOINT-REC.                                              CCVSS1.0
001000     02 CP-TEST-ID            PIC X(9).                           CCVSS1.0
001010     02 CP-CASES-DONE         PIC 9(5).                           CCVSS1.0
001020     02 CP-LAST-PAR-NAME      PIC X(22).                          CCVSS1.0
001030     02 CP-REC-CT             PIC 99.                             CCVSS1.0
001040     02 CP-PASS-COUNT         PIC 999.                            CCVSS1.0
001050     02 CP-ERROR-COUNT        PIC 999.                            CCVSS1.0
001060     02 CP-DELETE-COUNT       PIC 999.                            CCVSS1.0
001070     02 CP-INSPECT-COUNT      PIC 999.                            CCVSS1.0
001080     02 CP-WARN-COUNT         PIC 999.                            CCVSS1.0
001090     02 CP-SKIPPED-COUNT      PIC 999.                            CCVSS1.0
001100     02 CP-PREV-ACCEPT-COUNT  PIC 999.                            CCVSS1.0
001110     02 CP-PREREQ-SKIP-COUNT  PIC 999.                            CCVSS1.0
001120     02 CP-QUARANTINE-COUNT   PIC 999.                            CCVSS1.0
001130     02 FILLER                PIC X(55).                          CCVSS1.0
001140 FD  RUN-STATE-FILE.                                              CCVSS1.0
001150 01  RUN-STATE-REC.                                               CCVSS1.0
001160     02 RN-HOLDER             PIC X(8).                           CCVSS1.0
001170     02 FILLER                PIC X.                              CCVSS1.0
001180     02 RN-SINCE-DATE         PIC 9(8).                           CCVSS1.0
001190     02 FILLER                PIC X.                              CCVSS1.0
001200     02 RN-SINCE-TIME         PIC 9(8).                           CCVSS1.0
001210     02 FILLER                PIC X(54).                          CCVSS1.0
001220 FD  RESTART-DECK-FILE.                                           CCVSS1.0
001230 01  RESTART-DECK-REC                   PIC X(80).                CCVSS1.0
001240 FD  RESTART-REPORT-FILE.                                         CCVSS1.0
001250 01  RESTART-REPORT-REC                 PIC X(132).               CCVSS1.0
001260 WORKING-STORAGE SECTION.                                         CCVSS1.0
001270 01  CONTROL-CARD-STATUS                PIC XX     VALUE SPACE.   CCVSS1.0
001280 01  CHECKPOINT-FILE-STATUS             PIC XX     VALUE SPACE.   CCVSS1.0
001290 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSS1.0
001300 01  CARD-EOF-SW                        PIC X      VALUE "N".     CCVSS1.0
001310     88 CARD-EOF                                   VALUE "Y".     CCVSS1.0
001320 01  ROSTER-EOF-SW                      PIC X      VALUE "N".     CCVSS1.0
001330     88 ROSTER-EOF                                 VALUE "Y".     CCVSS1.0
001340 01  SUMMARY-EOF-SW                     PIC X      VALUE "N".     CCVSS1.0
001350     88 SUMMARY-EOF                                VALUE "Y".     CCVSS1.0
001360 01  CHECKPOINT-EOF-SW                  PIC X      VALUE "N".     CCVSS1.0
001370     88 CHECKPOINT-EOF                             VALUE "Y".     CCVSS1.0
001380 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSS1.0
001390 01  RESTART-RUN-DATE                   PIC 9(8)   VALUE ZERO.    CCVSS1.0
001400 01  RUN-DATE-SOURCE                    PIC X(12)  VALUE "TODAY". CCVSS1.0
001410 01  PROGRAM-COUNT                      PIC 99     VALUE ZERO.    CCVSS1.0
001420 01  PROGRAM-TABLE.                                               CCVSS1.0
001430     02 PROGRAM-ENTRY OCCURS 51 TIMES.                            CCVSS1.0
001440         03 PT-PGM-ID        PIC X(9).                            CCVSS1.0
001450         03 PT-STREAM-ID     PIC X.                               CCVSS1.0
001460         03 PT-STEP-NAME     PIC X(8).                            CCVSS1.0
001470         03 PT-STATUS        PIC X.                               CCVSS1.0
001480         03 PT-SUMMARY-SW    PIC X.                               CCVSS1.0
001490         03 PT-CHECKPOINT-SW PIC X.                               CCVSS1.0
001500         03 PT-CASES-DONE    PIC 9(5).                            CCVSS1.0
001510         03 PT-LAST-PAR-NAME PIC X(22).                           CCVSS1.0
001520 01  STREAM-COUNT                       PIC 99     VALUE ZERO.    CCVSS1.0
001530 01  STREAM-TABLE.                                                CCVSS1.0
001540     02 STREAM-ENTRY OCCURS 27 TIMES.                             CCVSS1.0
001550         03 SL-STREAM-ID     PIC X.                               CCVSS1.0
001560         03 SL-PROGRAM-COUNT PIC 99.                              CCVSS1.0
001570         03 SL-RESTART-SUB   PIC S9(4) COMP.                      CCVSS1.0
001580 01  ROSTER-OVERFLOW-COUNT              PIC 999    VALUE ZERO.    CCVSS1.0
001590 01  UNROSTERED-CHECKPOINT-COUNT        PIC 999    VALUE ZERO.    CCVSS1.0
001600 01  CONTRADICTION-COUNT                PIC 999    VALUE ZERO.    CCVSS1.0
001610 01  RERUN-WARNING-COUNT                PIC 999    VALUE ZERO.    CCVSS1.0
001620 01  RESTART-STREAM-COUNT               PIC 999    VALUE ZERO.    CCVSS1.0
001630 01  IN-FLIGHT-SEEN                     PIC 99     VALUE ZERO.    CCVSS1.0
001640 01  STREAM-HOLD                        PIC X      VALUE SPACE.   CCVSS1.0
001650 01  STEP-NUMBER                        PIC 99     VALUE ZERO.    CCVSS1.0
001660 01  DEFAULT-STEP-NAME.                                           CCVSS1.0
001670     02 FILLER                          PIC X(4)   VALUE "STEP".  CCVSS1.0
001680     02 DS-DIGITS                       PIC X(4)   VALUE SPACE.   CCVSS1.0
001690 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVSS1.0
001700 01  SUB-2                              PIC S9(4) COMP VALUE 0.   CCVSS1.0
001710 01  SUB-3                              PIC S9(4) COMP VALUE 0.   CCVSS1.0
001720 01  RESTART-HEADING-1.                                           CCVSS1.0
001730     02 FILLER PIC X(20) VALUE SPACE.                             CCVSS1.0
001740     02 FILLER PIC X(44)                                          CCVSS1.0
001750         VALUE "CCVS NIGHTLY RUN RESTART ADVISOR".                CCVSS1.0
001760     02 FILLER PIC X(60) VALUE SPACE.                             CCVSS1.0
001770     02 RH-TODAY           PIC 9(8).                              CCVSS1.0
001780 01  RESTART-HEADING-2.                                           CCVSS1.0
001790     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSS1.0
001800     02 FILLER PIC X(19) VALUE "RESTARTING NIGHT OF".             CCVSS1.0
001810     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSS1.0
001820     02 RH-RUN-DATE        PIC 9(8).                              CCVSS1.0
001830     02 FILLER PIC X(2)  VALUE " (".                              CCVSS1.0
001840     02 RH-DATE-SOURCE     PIC X(12).                             CCVSS1.0
001850     02 FILLER PIC X(1)  VALUE ")".                               CCVSS1.0
001860     02 FILLER PIC X(88) VALUE SPACE.                             CCVSS1.0
001870 01  STREAM-HEADING-LINE.                                         CCVSS1.0
001880     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSS1.0
001890     02 FILLER PIC X(7)  VALUE "STREAM ".                         CCVSS1.0
001900     02 SH-STREAM-ID       PIC X.                                 CCVSS1.0
001910     02 FILLER PIC X(123) VALUE SPACE.                            CCVSS1.0
001920 01  PROGRAM-DETAIL-LINE.                                         CCVSS1.0
001930     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSS1.0
001940     02 PD-STEP-NAME       PIC X(8).                              CCVSS1.0
001950     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSS1.0
001960     02 PD-PGM-ID          PIC X(9).                              CCVSS1.0
001970     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSS1.0
001980     02 PD-STATUS-TEXT     PIC X(12).                             CCVSS1.0
001990     02 PD-CASES-LABEL     PIC X(12).                             CCVSS1.0
002000     02 PD-CASES-DONE      PIC X(5).                              CCVSS1.0
002010     02 PD-PAR-LABEL       PIC X(16).                             CCVSS1.0
002020     02 PD-LAST-PAR-NAME   PIC X(22).                             CCVSS1.0
002030     02 FILLER PIC X(43) VALUE SPACE.                             CCVSS1.0
002040 01  STREAM-VERDICT-LINE.                                         CCVSS1.0
002050     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSS1.0
002060     02 SV-TEXT            PIC X(24).                             CCVSS1.0
002070     02 SV-STEP-NAME       PIC X(8).                              CCVSS1.0
002080     02 FILLER PIC X(2)  VALUE " (".                              CCVSS1.0
002090     02 SV-PGM-ID          PIC X(9).                              CCVSS1.0
002100     02 FILLER PIC X(4)  VALUE ") - ".                            CCVSS1.0
002110     02 SV-REASON          PIC X(60).                             CCVSS1.0
002120     02 FILLER PIC X(22) VALUE SPACE.                             CCVSS1.0
002130 01  PROBLEM-LINE.                                                CCVSS1.0
002140     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSS1.0
002150     02 PL-FLAG            PIC X(18).                             CCVSS1.0
002160     02 PL-PGM-ID          PIC X(9).                              CCVSS1.0
002170     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSS1.0
002180     02 PL-TEXT            PIC X(60).                             CCVSS1.0
002190     02 PL-OTHER-PGM-ID    PIC X(9).                              CCVSS1.0
002200     02 FILLER PIC X(32) VALUE SPACE.                             CCVSS1.0
002210 01  RESTART-TOTAL-LINE.                                          CCVSS1.0
002220     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSS1.0
002230     02 TL-COUNT           PIC ZZZZ9.                             CCVSS1.0
002240     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSS1.0
002250     02 TL-DESC            PIC X(60).                             CCVSS1.0
002260     02 FILLER PIC X(65) VALUE SPACE.                             CCVSS1.0
002270 01  RESTART-MESSAGE-LINE.                                        CCVSS1.0
002280     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSS1.0
002290     02 RM-TEXT            PIC X(100).                            CCVSS1.0
002300     02 FILLER PIC X(31) VALUE SPACE.                             CCVSS1.0
002310 01  DECK-JOB-CARD.                                               CCVSS1.0
002320     02 FILLER PIC X(2)  VALUE "//".                              CCVSS1.0
002330     02 DJ-JOB-NAME        PIC X(8).                              CCVSS1.0
002340     02 FILLER PIC X(38)                                          CCVSS1.0
002350         VALUE " JOB (ACCTNO),'CCVS REGRESSION SUITE',".          CCVSS1.0
002360     02 FILLER PIC X(32) VALUE "CLASS=A,MSGCLASS=X,".             CCVSS1.0
002370 01  DECK-RESTART-CARD.                                           CCVSS1.0
002380     02 FILLER PIC X(23) VALUE "//             RESTART=".         CCVSS1.0
002390     02 DR-STEP-NAME       PIC X(8).                              CCVSS1.0
002400     02 FILLER PIC X(49) VALUE SPACE.                             CCVSS1.0
002410 01  DECK-COMMENT-CARD.                                           CCVSS1.0
002420     02 FILLER PIC X(5)  VALUE "//*  ".                           CCVSS1.0
002430     02 DC-TEXT            PIC X(66).                             CCVSS1.0
002440     02 FILLER PIC X(9)  VALUE SPACE.                             CCVSS1.0
002450 01  DECK-DETAIL-TEXT.                                            CCVSS1.0
002460     02 DT-STEP-NAME       PIC X(8).                              CCVSS1.0
002470     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSS1.0
002480     02 DT-PGM-ID          PIC X(9).                              CCVSS1.0
002490     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSS1.0
002500     02 DT-CASES-LABEL     PIC X(12).                             CCVSS1.0
002510     02 DT-CASES-DONE      PIC X(5).                              CCVSS1.0
002520     02 DT-PAR-LABEL       PIC X(8).                              CCVSS1.0
002530     02 DT-LAST-PAR-NAME   PIC X(22).                             CCVSS1.0
002540 PROCEDURE DIVISION.                                              CCVSS1.0
002550 CCVSRST-MAIN SECTION.                                            CCVSS1.0
002560 OPEN-FILES.                                                      CCVSS1.0
002570     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSS1.0
002580     OPEN OUTPUT RESTART-REPORT-FILE.                             CCVSS1.0
002590     OPEN OUTPUT RESTART-DECK-FILE.                               CCVSS1.0
002600     MOVE TODAYS-RUN-DATE TO RH-TODAY.                            CCVSS1.0
002610     MOVE RESTART-HEADING-1 TO RESTART-REPORT-REC.                CCVSS1.0
002620     PERFORM WRITE-REPORT-LINE.                                   CCVSS1.0
002630     PERFORM SET-RESTART-RUN-DATE THRU SET-RESTART-RUN-DATE-EXIT. CCVSS1.0
002640     MOVE RESTART-RUN-DATE TO RH-RUN-DATE.                        CCVSS1.0
002650     MOVE RUN-DATE-SOURCE TO RH-DATE-SOURCE.                      CCVSS1.0
002660     MOVE RESTART-HEADING-2 TO RESTART-REPORT-REC.                CCVSS1.0
002670     PERFORM WRITE-REPORT-LINE.                                   CCVSS1.0
002680     PERFORM LOAD-ROSTER-TABLE.                                   CCVSS1.0
002690     IF PROGRAM-COUNT EQUAL TO ZERO                               CCVSS1.0
002700         MOVE "NO ROSTER ENTRIES - NOTHING CAN BE ADVISED (RC 16)"CCVSS1.0
002710             TO RM-TEXT                                           CCVSS1.0
002720         PERFORM PRINT-MESSAGE-LINE                               CCVSS1.0
002730         MOVE 16 TO RETURN-CODE                                   CCVSS1.0
002740         GO TO CLOSE-FILES.                                       CCVSS1.0
002750     PERFORM SCAN-RUN-SUMMARY.                                    CCVSS1.0
002760     PERFORM SCAN-CHECKPOINTS THRU SCAN-CHECKPOINTS-EXIT.         CCVSS1.0
002770     PERFORM EVALUATE-ONE-STREAM THRU EVALUATE-ONE-STREAM-EXIT    CCVSS1.0
002780         VARYING SUB-2 FROM 1 BY 1                                CCVSS1.0
002790         UNTIL SUB-2 GREATER THAN STREAM-COUNT.                   CCVSS1.0
002800     IF CONTRADICTION-COUNT GREATER THAN ZERO                     CCVSS1.0
002810         MOVE "CHECKPOINT AND SUMMARY FILES CONTRADICT EACH OTHER"CCVSS1.0
002820             TO RM-TEXT                                           CCVSS1.0
002830         PERFORM PRINT-MESSAGE-LINE                               CCVSS1.0
002840         MOVE "NO RESTART DECK WRITTEN.  RESOLVE BY HAND (RC 12)."CCVSS1.0
002850             TO RM-TEXT                                           CCVSS1.0
002860         PERFORM PRINT-MESSAGE-LINE                               CCVSS1.0
002870         MOVE 12 TO RETURN-CODE                                   CCVSS1.0
002880     ELSE                                                         CCVSS1.0
002890         PERFORM WRITE-STREAM-DECK THRU WRITE-STREAM-DECK-EXIT    CCVSS1.0
002900             VARYING SUB-2 FROM 1 BY 1                            CCVSS1.0
002910             UNTIL SUB-2 GREATER THAN STREAM-COUNT                CCVSS1.0
002920         IF RESTART-STREAM-COUNT EQUAL TO ZERO                    CCVSS1.0
002930             MOVE "EVERY STREAM FINISHED - NO TEST STEP TO RERUN" CCVSS1.0
002940                 TO RM-TEXT                                       CCVSS1.0
002950             PERFORM PRINT-MESSAGE-LINE                           CCVSS1.0
002960             MOVE "ANY RESTART IS IN THE REPORT STEPS - SEE LOG"  CCVSS1.0
002970                 TO RM-TEXT                                       CCVSS1.0
002980             PERFORM PRINT-MESSAGE-LINE                           CCVSS1.0
002990             MOVE 4 TO RETURN-CODE.                               CCVSS1.0
003000     PERFORM PRINT-REPORT-TOTALS.                                 CCVSS1.0
003010 CLOSE-FILES.                                                     CCVSS1.0
003020     CLOSE RESTART-REPORT-FILE RESTART-DECK-FILE.                 CCVSS1.0
003030     STOP RUN.                                                    CCVSS1.0
003040*    THE NIGHT BEING RESTARTED: THE RUN-DATE= CARD WHEN GIVEN,    CCVSS1.0
003050*    ELSE THE DATE THE NIGHTLY JOB TOOK THE SUITE LOCK (STILL     CCVSS1.0
003060*    HELD AFTER AN ABEND), ELSE TODAY.                            CCVSS1.0
003070 SET-RESTART-RUN-DATE.                                            CCVSS1.0
003080     MOVE TODAYS-RUN-DATE TO RESTART-RUN-DATE.                    CCVSS1.0
003090     OPEN INPUT RUN-STATE-FILE.                                   CCVSS1.0
003100     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVSS1.0
003110         PERFORM READ-RUN-STATE                                   CCVSS1.0
003120         CLOSE RUN-STATE-FILE.                                    CCVSS1.0
003130     OPEN INPUT CONTROL-CARD-FILE.                                CCVSS1.0
003140     IF CONTROL-CARD-STATUS NOT EQUAL TO "00"                     CCVSS1.0
003150         GO TO SET-RESTART-RUN-DATE-EXIT.                         CCVSS1.0
003160     PERFORM READ-CONTROL-CARD.                                   CCVSS1.0
003170     PERFORM APPLY-CONTROL-CARD THRU APPLY-CONTROL-CARD-EXIT      CCVSS1.0
003180         UNTIL CARD-EOF.                                          CCVSS1.0
003190     CLOSE CONTROL-CARD-FILE.                                     CCVSS1.0
003200 SET-RESTART-RUN-DATE-EXIT. EXIT.                                 CCVSS1.0
003210 READ-RUN-STATE.                                                  CCVSS1.0
003220     READ RUN-STATE-FILE                                          CCVSS1.0
003230         AT END MOVE SPACE TO RN-HOLDER.                          CCVSS1.0
003240     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVSS1.0
003250         MOVE RN-SINCE-DATE TO RESTART-RUN-DATE                   CCVSS1.0
003260         MOVE "SUITE LOCK" TO RUN-DATE-SOURCE.                    CCVSS1.0
003270 READ-CONTROL-CARD.                                               CCVSS1.0
003280     READ CONTROL-CARD-FILE                                       CCVSS1.0
003290         AT END SET CARD-EOF TO TRUE.                             CCVSS1.0
003300 APPLY-CONTROL-CARD.                                              CCVSS1.0
003310     IF CC-RUN-DATE-KEY EQUAL TO "RUN-DATE="                      CCVSS1.0
003320         AND CC-RUN-DATE NUMERIC                                  CCVSS1.0
003330             MOVE CC-RUN-DATE TO RESTART-RUN-DATE                 CCVSS1.0
003340             MOVE "RUN-DATE CARD" TO RUN-DATE-SOURCE.             CCVSS1.0
003350     PERFORM READ-CONTROL-CARD.                                   CCVSS1.0
003360 APPLY-CONTROL-CARD-EXIT. EXIT.                                   CCVSS1.0
003370 LOAD-ROSTER-TABLE.                                               CCVSS1.0
003380     OPEN INPUT ROSTER-FILE.                                      CCVSS1.0
003390     PERFORM READ-ROSTER.                                         CCVSS1.0
003400     PERFORM POST-ROSTER THRU POST-ROSTER-EXIT                    CCVSS1.0
003410         UNTIL ROSTER-EOF.                                        CCVSS1.0
003420     CLOSE ROSTER-FILE.                                           CCVSS1.0
003430 READ-ROSTER.                                                     CCVSS1.0
003440     READ ROSTER-FILE                                             CCVSS1.0
003450         AT END SET ROSTER-EOF TO TRUE.                           CCVSS1.0
003460 POST-ROSTER.                                                     CCVSS1.0
003470     IF EP-PGM-ID EQUAL TO SPACE                                  CCVSS1.0
003480         GO TO POST-ROSTER-NEXT.                                  CCVSS1.0
003490     IF PROGRAM-COUNT NOT LESS THAN 50                            CCVSS1.0
003500         ADD 1 TO ROSTER-OVERFLOW-COUNT                           CCVSS1.0
003510         GO TO POST-ROSTER-NEXT.                                  CCVSS1.0
003520     ADD 1 TO PROGRAM-COUNT.                                      CCVSS1.0
003530     MOVE EP-PGM-ID TO PT-PGM-ID (PROGRAM-COUNT).                 CCVSS1.0
003540     MOVE EP-STREAM-ID TO PT-STREAM-ID (PROGRAM-COUNT).           CCVSS1.0
003550     MOVE "N" TO PT-STATUS (PROGRAM-COUNT).                       CCVSS1.0
003560     MOVE "N" TO PT-SUMMARY-SW (PROGRAM-COUNT).                   CCVSS1.0
003570     MOVE "N" TO PT-CHECKPOINT-SW (PROGRAM-COUNT).                CCVSS1.0
003580     MOVE ZERO TO PT-CASES-DONE (PROGRAM-COUNT).                  CCVSS1.0
003590     MOVE SPACE TO PT-LAST-PAR-NAME (PROGRAM-COUNT).              CCVSS1.0
003600     PERFORM NOTE-STREAM-LETTER.                                  CCVSS1.0
003610     ADD 1 TO SL-PROGRAM-COUNT (SUB-1).                           CCVSS1.0
003620     IF EP-STEP-NAME NOT EQUAL TO SPACE                           CCVSS1.0
003630         MOVE EP-STEP-NAME TO PT-STEP-NAME (PROGRAM-COUNT)        CCVSS1.0
003640     ELSE                                                         CCVSS1.0
003650         PERFORM BUILD-DEFAULT-STEP-NAME                          CCVSS1.0
003660         MOVE DEFAULT-STEP-NAME TO PT-STEP-NAME (PROGRAM-COUNT).  CCVSS1.0
003670 POST-ROSTER-NEXT.                                                CCVSS1.0
003680     PERFORM READ-ROSTER.                                         CCVSS1.0
003690 POST-ROSTER-EXIT. EXIT.                                          CCVSS1.0
003700 BUILD-DEFAULT-STEP-NAME.                                         CCVSS1.0
003710     MOVE SL-PROGRAM-COUNT (SUB-1) TO STEP-NUMBER.                CCVSS1.0
003720     IF STEP-NUMBER LESS THAN 10                                  CCVSS1.0
003730         MOVE STEP-NUMBER (2:1) TO DS-DIGITS                      CCVSS1.0
003740     ELSE                                                         CCVSS1.0
003750         MOVE STEP-NUMBER TO DS-DIGITS.                           CCVSS1.0
003760*    LEAVES SUB-1 ON THE STREAM'S ENTRY, ADDING IT IF NEW.        CCVSS1.0
003770 NOTE-STREAM-LETTER.                                              CCVSS1.0
003780     PERFORM TABLE-SCAN-NULL                                      CCVSS1.0
003790         VARYING SUB-1 FROM 1 BY 1                                CCVSS1.0
003800         UNTIL SUB-1 GREATER THAN STREAM-COUNT                    CCVSS1.0
003810         OR SL-STREAM-ID (SUB-1) EQUAL TO EP-STREAM-ID.           CCVSS1.0
003820     IF SUB-1 GREATER THAN STREAM-COUNT                           CCVSS1.0
003830         ADD 1 TO STREAM-COUNT                                    CCVSS1.0
003840         MOVE EP-STREAM-ID TO SL-STREAM-ID (STREAM-COUNT)         CCVSS1.0
003850         MOVE ZERO TO SL-PROGRAM-COUNT (STREAM-COUNT)             CCVSS1.0
003860         MOVE ZERO TO SL-RESTART-SUB (STREAM-COUNT).              CCVSS1.0
003870 TABLE-SCAN-NULL. EXIT.                                           CCVSS1.0
003880 SCAN-RUN-SUMMARY.                                                CCVSS1.0
003890     OPEN INPUT RUN-SUMMARY-FILE.                                 CCVSS1.0
003900     PERFORM READ-RUN-SUMMARY.                                    CCVSS1.0
003910     PERFORM POST-RUN-SUMMARY THRU POST-RUN-SUMMARY-EXIT          CCVSS1.0
003920         UNTIL SUMMARY-EOF.                                       CCVSS1.0
003930     CLOSE RUN-SUMMARY-FILE.                                      CCVSS1.0
003940 READ-RUN-SUMMARY.                                                CCVSS1.0
003950     READ RUN-SUMMARY-FILE                                        CCVSS1.0
003960         AT END SET SUMMARY-EOF TO TRUE.                          CCVSS1.0
003970 POST-RUN-SUMMARY.                                                CCVSS1.0
003980     IF RS-RUN-DATE LESS THAN RESTART-RUN-DATE                    CCVSS1.0
003990         GO TO POST-RUN-SUMMARY-NEXT.                             CCVSS1.0
004000     PERFORM TABLE-SCAN-NULL                                      CCVSS1.0
004010         VARYING SUB-1 FROM 1 BY 1                                CCVSS1.0
004020         UNTIL SUB-1 GREATER THAN PROGRAM-COUNT                   CCVSS1.0
004030         OR PT-PGM-ID (SUB-1) EQUAL TO RS-PGM-ID.                 CCVSS1.0
004040     IF SUB-1 NOT GREATER THAN PROGRAM-COUNT                      CCVSS1.0
004050         MOVE "Y" TO PT-SUMMARY-SW (SUB-1).                       CCVSS1.0
004060 POST-RUN-SUMMARY-NEXT.                                           CCVSS1.0
004070     PERFORM READ-RUN-SUMMARY.                                    CCVSS1.0
004080 POST-RUN-SUMMARY-EXIT. EXIT.                                     CCVSS1.0
004090 SCAN-CHECKPOINTS.                                                CCVSS1.0
004100     OPEN INPUT CHECKPOINT-FILE.                                  CCVSS1.0
004110     IF CHECKPOINT-FILE-STATUS NOT EQUAL TO "00"                  CCVSS1.0
004120         GO TO SCAN-CHECKPOINTS-EXIT.                             CCVSS1.0
004130     PERFORM READ-NEXT-CHECKPOINT.                                CCVSS1.0
004140     PERFORM POST-CHECKPOINT THRU POST-CHECKPOINT-EXIT            CCVSS1.0
004150         UNTIL CHECKPOINT-EOF.                                    CCVSS1.0
004160     CLOSE CHECKPOINT-FILE.                                       CCVSS1.0
004170 SCAN-CHECKPOINTS-EXIT. EXIT.                                     CCVSS1.0
004180 READ-NEXT-CHECKPOINT.                                            CCVSS1.0
004190     READ CHECKPOINT-FILE NEXT RECORD                             CCVSS1.0
004200         AT END SET CHECKPOINT-EOF TO TRUE.                       CCVSS1.0
004210*    A CHECKPOINT FOR A PROGRAM NO LONGER ON THE ROSTER CANNOT    CCVSS1.0
004220*    BE RESTARTED HERE; IT IS LISTED FOR CCVSHKP TO DISPOSE OF.   CCVSS1.0
004230 POST-CHECKPOINT.                                                 CCVSS1.0
004240     PERFORM TABLE-SCAN-NULL                                      CCVSS1.0
004250         VARYING SUB-1 FROM 1 BY 1                                CCVSS1.0
004260         UNTIL SUB-1 GREATER THAN PROGRAM-COUNT                   CCVSS1.0
004270         OR PT-PGM-ID (SUB-1) EQUAL TO CP-TEST-ID.                CCVSS1.0
004280     IF SUB-1 GREATER THAN PROGRAM-COUNT                          CCVSS1.0
004290         ADD 1 TO UNROSTERED-CHECKPOINT-COUNT                     CCVSS1.0
004300         MOVE SPACE TO PROBLEM-LINE                               CCVSS1.0
004310         MOVE "NOTE:" TO PL-FLAG                                  CCVSS1.0
004320         MOVE CP-TEST-ID TO PL-PGM-ID                             CCVSS1.0
004330         MOVE "HAS A CHECKPOINT BUT IS NOT ON THE ROSTER"         CCVSS1.0
004340             TO PL-TEXT                                           CCVSS1.0
004350         MOVE PROBLEM-LINE TO RESTART-REPORT-REC                  CCVSS1.0
004360         PERFORM WRITE-REPORT-LINE                                CCVSS1.0
004370     ELSE                                                         CCVSS1.0
004380         MOVE "Y" TO PT-CHECKPOINT-SW (SUB-1)                     CCVSS1.0
004390         MOVE CP-CASES-DONE TO PT-CASES-DONE (SUB-1)              CCVSS1.0
004400         MOVE CP-LAST-PAR-NAME TO PT-LAST-PAR-NAME (SUB-1).       CCVSS1.0
004410     PERFORM READ-NEXT-CHECKPOINT.                                CCVSS1.0
004420 POST-CHECKPOINT-EXIT. EXIT.                                      CCVSS1.0
004430*    WALKS ONE STREAM IN ROSTER ORDER.  THE FIRST PROGRAM NOT     CCVSS1.0
004440*    FINISHED IS THE RESTART POINT.  A PROGRAM CAN BE FINISHED    CCVSS1.0
004450*    (F), IN FLIGHT (I), NOT STARTED (N), OR BOTH FINISHED AND    CCVSS1.0
004460*    CHECKPOINTED (B), WHICH IS A CONTRADICTION.                  CCVSS1.0
004470 EVALUATE-ONE-STREAM.                                             CCVSS1.0
004480     MOVE SL-STREAM-ID (SUB-2) TO STREAM-HOLD SH-STREAM-ID.       CCVSS1.0
004490     MOVE STREAM-HEADING-LINE TO RESTART-REPORT-REC.              CCVSS1.0
004500     PERFORM WRITE-REPORT-LINE.                                   CCVSS1.0
004510     MOVE ZERO TO IN-FLIGHT-SEEN.                                 CCVSS1.0
004520     MOVE ZERO TO SUB-3.                                          CCVSS1.0
004530     PERFORM EVALUATE-ONE-PROGRAM THRU EVALUATE-ONE-PROGRAM-EXIT  CCVSS1.0
004540         VARYING SUB-1 FROM 1 BY 1                                CCVSS1.0
004550         UNTIL SUB-1 GREATER THAN PROGRAM-COUNT.                  CCVSS1.0
004560     MOVE SUB-3 TO SL-RESTART-SUB (SUB-2).                        CCVSS1.0
004570     MOVE SPACE TO STREAM-VERDICT-LINE.                           CCVSS1.0
004580     IF SUB-3 EQUAL TO ZERO                                       CCVSS1.0
004590         MOVE "NO RESTART NEEDED" TO SV-TEXT                      CCVSS1.0
004600         MOVE "ALL PROGRAMS IN THIS STREAM FINISHED" TO SV-REASON CCVSS1.0
004610     ELSE                                                         CCVSS1.0
004620         MOVE "RESTART THIS STREAM AT" TO SV-TEXT                 CCVSS1.0
004630         MOVE PT-STEP-NAME (SUB-3) TO SV-STEP-NAME                CCVSS1.0
004640         MOVE PT-PGM-ID (SUB-3) TO SV-PGM-ID                      CCVSS1.0
004650         IF PT-STATUS (SUB-3) EQUAL TO "I"                        CCVSS1.0
004660             MOVE "IN FLIGHT; RESUMES FROM ITS CHECKPOINT"        CCVSS1.0
004670                 TO SV-REASON                                     CCVSS1.0
004680         ELSE                                                     CCVSS1.0
004690             MOVE "FIRST PROGRAM THAT NEVER STARTED" TO SV-REASON.CCVSS1.0
004700     MOVE STREAM-VERDICT-LINE TO RESTART-REPORT-REC.              CCVSS1.0
004710     PERFORM WRITE-REPORT-LINE.                                   CCVSS1.0
004720 EVALUATE-ONE-STREAM-EXIT. EXIT.                                  CCVSS1.0
004730 EVALUATE-ONE-PROGRAM.                                            CCVSS1.0
004740     IF PT-STREAM-ID (SUB-1) NOT EQUAL TO STREAM-HOLD             CCVSS1.0
004750         GO TO EVALUATE-ONE-PROGRAM-EXIT.                         CCVSS1.0
004760     IF PT-SUMMARY-SW (SUB-1) EQUAL TO "Y"                        CCVSS1.0
004770         AND PT-CHECKPOINT-SW (SUB-1) EQUAL TO "Y"                CCVSS1.0
004780             MOVE "B" TO PT-STATUS (SUB-1)                        CCVSS1.0
004790     ELSE IF PT-SUMMARY-SW (SUB-1) EQUAL TO "Y"                   CCVSS1.0
004800         MOVE "F" TO PT-STATUS (SUB-1)                            CCVSS1.0
004810     ELSE IF PT-CHECKPOINT-SW (SUB-1) EQUAL TO "Y"                CCVSS1.0
004820         MOVE "I" TO PT-STATUS (SUB-1)                            CCVSS1.0
004830     ELSE                                                         CCVSS1.0
004840         MOVE "N" TO PT-STATUS (SUB-1).                           CCVSS1.0
004850     PERFORM PRINT-PROGRAM-LINE.                                  CCVSS1.0
004860     IF PT-STATUS (SUB-1) EQUAL TO "B"                            CCVSS1.0
004870         MOVE "FINISHED TONIGHT BUT STILL HAS A CHECKPOINT"       CCVSS1.0
004880             TO PL-TEXT                                           CCVSS1.0
004890         PERFORM PRINT-CONTRADICTION                              CCVSS1.0
004900         GO TO EVALUATE-ONE-PROGRAM-EXIT.                         CCVSS1.0
004910     IF PT-STATUS (SUB-1) EQUAL TO "I"                            CCVSS1.0
004920         ADD 1 TO IN-FLIGHT-SEEN.                                 CCVSS1.0
004930     IF PT-STATUS (SUB-1) EQUAL TO "I"                            CCVSS1.0
004940         AND IN-FLIGHT-SEEN GREATER THAN 1                        CCVSS1.0
004950             MOVE "IS A SECOND PROGRAM IN FLIGHT IN THIS STREAM"  CCVSS1.0
004960                 TO PL-TEXT                                       CCVSS1.0
004970             PERFORM PRINT-CONTRADICTION                          CCVSS1.0
004980             GO TO EVALUATE-ONE-PROGRAM-EXIT.                     CCVSS1.0
004990     IF PT-STATUS (SUB-1) EQUAL TO "I"                            CCVSS1.0
005000         AND SUB-3 GREATER THAN ZERO                              CCVSS1.0
005010             MOVE "IN FLIGHT BUT AN EARLIER PROGRAM NEVER RAN:"   CCVSS1.0
005020                 TO PL-TEXT                                       CCVSS1.0
005030             MOVE PT-PGM-ID (SUB-3) TO PL-OTHER-PGM-ID            CCVSS1.0
005040             PERFORM PRINT-CONTRADICTION                          CCVSS1.0
005050             GO TO EVALUATE-ONE-PROGRAM-EXIT.                     CCVSS1.0
005060     IF PT-STATUS (SUB-1) EQUAL TO "F"                            CCVSS1.0
005070         AND SUB-3 GREATER THAN ZERO                              CCVSS1.0
005080         AND PT-STATUS (SUB-3) EQUAL TO "I"                       CCVSS1.0
005090             MOVE "FINISHED AFTER THIS ONE WAS IN FLIGHT:"        CCVSS1.0
005100                 TO PL-TEXT                                       CCVSS1.0
005110             MOVE PT-PGM-ID (SUB-3) TO PL-OTHER-PGM-ID            CCVSS1.0
005120             PERFORM PRINT-CONTRADICTION                          CCVSS1.0
005130             GO TO EVALUATE-ONE-PROGRAM-EXIT.                     CCVSS1.0
005140     IF PT-STATUS (SUB-1) EQUAL TO "F"                            CCVSS1.0
005150         AND SUB-3 GREATER THAN ZERO                              CCVSS1.0
005160             ADD 1 TO RERUN-WARNING-COUNT                         CCVSS1.0
005170             MOVE SPACE TO PROBLEM-LINE                           CCVSS1.0
005180             MOVE "WARNING:" TO PL-FLAG                           CCVSS1.0
005190             MOVE PT-PGM-ID (SUB-1) TO PL-PGM-ID                  CCVSS1.0
005200             MOVE "FINISHED; RE-RUNS AS EARLIER NEVER RAN:"       CCVSS1.0
005210                 TO PL-TEXT                                       CCVSS1.0
005220             MOVE PT-PGM-ID (SUB-3) TO PL-OTHER-PGM-ID            CCVSS1.0
005230             MOVE PROBLEM-LINE TO RESTART-REPORT-REC              CCVSS1.0
005240             PERFORM WRITE-REPORT-LINE                            CCVSS1.0
005250             GO TO EVALUATE-ONE-PROGRAM-EXIT.                     CCVSS1.0
005260     IF PT-STATUS (SUB-1) NOT EQUAL TO "F"                        CCVSS1.0
005270         AND SUB-3 EQUAL TO ZERO                                  CCVSS1.0
005280             MOVE SUB-1 TO SUB-3.                                 CCVSS1.0
005290 EVALUATE-ONE-PROGRAM-EXIT. EXIT.                                 CCVSS1.0
005300 PRINT-PROGRAM-LINE.                                              CCVSS1.0
005310     MOVE SPACE TO PROGRAM-DETAIL-LINE.                           CCVSS1.0
005320     MOVE PT-STEP-NAME (SUB-1) TO PD-STEP-NAME.                   CCVSS1.0
005330     MOVE PT-PGM-ID (SUB-1) TO PD-PGM-ID.                         CCVSS1.0
005340     IF PT-STATUS (SUB-1) EQUAL TO "F"                            CCVSS1.0
005350         MOVE "FINISHED" TO PD-STATUS-TEXT                        CCVSS1.0
005360     ELSE IF PT-STATUS (SUB-1) EQUAL TO "N"                       CCVSS1.0
005370         MOVE "NOT STARTED" TO PD-STATUS-TEXT                     CCVSS1.0
005380     ELSE IF PT-STATUS (SUB-1) EQUAL TO "I"                       CCVSS1.0
005390         MOVE "IN FLIGHT" TO PD-STATUS-TEXT                       CCVSS1.0
005400     ELSE                                                         CCVSS1.0
005410         MOVE "FIN+CHKPT" TO PD-STATUS-TEXT.                      CCVSS1.0
005420     IF PT-CHECKPOINT-SW (SUB-1) EQUAL TO "Y"                     CCVSS1.0
005430         MOVE "CASES DONE " TO PD-CASES-LABEL                     CCVSS1.0
005440         MOVE PT-CASES-DONE (SUB-1) TO PD-CASES-DONE              CCVSS1.0
005450         MOVE "  LAST PAR-NAME " TO PD-PAR-LABEL                  CCVSS1.0
005460         MOVE PT-LAST-PAR-NAME (SUB-1) TO PD-LAST-PAR-NAME.       CCVSS1.0
005470     MOVE PROGRAM-DETAIL-LINE TO RESTART-REPORT-REC.              CCVSS1.0
005480     PERFORM WRITE-REPORT-LINE.                                   CCVSS1.0
005490 PRINT-CONTRADICTION.                                             CCVSS1.0
005500     ADD 1 TO CONTRADICTION-COUNT.                                CCVSS1.0
005510     MOVE "*** CONTRADICTION:" TO PL-FLAG.                        CCVSS1.0
005520     MOVE PT-PGM-ID (SUB-1) TO PL-PGM-ID.                         CCVSS1.0
005530     MOVE PROBLEM-LINE TO RESTART-REPORT-REC.                     CCVSS1.0
005540     PERFORM WRITE-REPORT-LINE.                                   CCVSS1.0
005550     MOVE SPACE TO PROBLEM-LINE.                                  CCVSS1.0
005560*    ONE JOB STATEMENT PER STREAM THAT NEEDS A RESTART.  A        CCVSS1.0
005570*    SINGLE-STREAM SUITE RESTARTS CCVSRUN ITSELF; OTHERWISE EACH  CCVSS1.0
005580*    STREAM'S CLONE IS CCVSRUN PLUS ITS STREAM LETTER.            CCVSS1.0
005590 WRITE-STREAM-DECK.                                               CCVSS1.0
005600     MOVE SL-RESTART-SUB (SUB-2) TO SUB-3.                        CCVSS1.0
005610     IF SUB-3 EQUAL TO ZERO                                       CCVSS1.0
005620         GO TO WRITE-STREAM-DECK-EXIT.                            CCVSS1.0
005630     ADD 1 TO RESTART-STREAM-COUNT.                               CCVSS1.0
005640     MOVE SPACE TO DJ-JOB-NAME.                                   CCVSS1.0
005650     IF STREAM-COUNT EQUAL TO 1                                   CCVSS1.0
005660         MOVE "CCVSRUN" TO DJ-JOB-NAME                            CCVSS1.0
005670     ELSE                                                         CCVSS1.0
005680         STRING "CCVSRUN" SL-STREAM-ID (SUB-2)                    CCVSS1.0
005690             DELIMITED BY SIZE INTO DJ-JOB-NAME.                  CCVSS1.0
005700     MOVE DECK-JOB-CARD TO RESTART-DECK-REC.                      CCVSS1.0
005710     WRITE RESTART-DECK-REC.                                      CCVSS1.0
005720     MOVE PT-STEP-NAME (SUB-3) TO DR-STEP-NAME.                   CCVSS1.0
005730     MOVE DECK-RESTART-CARD TO RESTART-DECK-REC.                  CCVSS1.0
005740     WRITE RESTART-DECK-REC.                                      CCVSS1.0
005750     MOVE SPACE TO DECK-DETAIL-TEXT.                              CCVSS1.0
005760     MOVE PT-STEP-NAME (SUB-3) TO DT-STEP-NAME.                   CCVSS1.0
005770     MOVE PT-PGM-ID (SUB-3) TO DT-PGM-ID.                         CCVSS1.0
005780     IF PT-STATUS (SUB-3) NOT EQUAL TO "I"                        CCVSS1.0
005790         MOVE "NOT STARTED" TO DT-CASES-LABEL                     CCVSS1.0
005800         MOVE DECK-DETAIL-TEXT TO DC-TEXT                         CCVSS1.0
005810         PERFORM WRITE-DECK-COMMENT                               CCVSS1.0
005820         MOVE "WAS THE FIRST PROGRAM OF THE STREAM NEVER STARTED."CCVSS1.0
005830             TO DC-TEXT                                           CCVSS1.0
005840         PERFORM WRITE-DECK-COMMENT                               CCVSS1.0
005850         GO TO WRITE-STREAM-DECK-EXIT.                            CCVSS1.0
005860     MOVE "CASES DONE " TO DT-CASES-LABEL.                        CCVSS1.0
005870     MOVE PT-CASES-DONE (SUB-3) TO DT-CASES-DONE.                 CCVSS1.0
005880     MOVE "  LAST " TO DT-PAR-LABEL.                              CCVSS1.0
005890     MOVE PT-LAST-PAR-NAME (SUB-3) TO DT-LAST-PAR-NAME.           CCVSS1.0
005900     MOVE DECK-DETAIL-TEXT TO DC-TEXT.                            CCVSS1.0
005910     PERFORM WRITE-DECK-COMMENT.                                  CCVSS1.0
005920     MOVE "WAS IN FLIGHT - K6SCA RESUMES FROM ITS CHECKPOINT."    CCVSS1.0
005930         TO DC-TEXT.                                              CCVSS1.0
005940     PERFORM WRITE-DECK-COMMENT.                                  CCVSS1.0
005950 WRITE-STREAM-DECK-EXIT. EXIT.                                    CCVSS1.0
005960 WRITE-DECK-COMMENT.                                              CCVSS1.0
005970     MOVE DECK-COMMENT-CARD TO RESTART-DECK-REC.                  CCVSS1.0
005980     WRITE RESTART-DECK-REC.                                      CCVSS1.0
005990 PRINT-MESSAGE-LINE.                                              CCVSS1.0
006000     MOVE RESTART-MESSAGE-LINE TO RESTART-REPORT-REC.             CCVSS1.0
006010     PERFORM WRITE-REPORT-LINE.                                   CCVSS1.0
006020 PRINT-REPORT-TOTALS.                                             CCVSS1.0
006030     MOVE SPACE TO RESTART-TOTAL-LINE.                            CCVSS1.0
006040     MOVE PROGRAM-COUNT TO TL-COUNT.                              CCVSS1.0
006050     MOVE "ROSTERED PROGRAMS EXAMINED" TO TL-DESC.                CCVSS1.0
006060     PERFORM PRINT-TOTAL-LINE.                                    CCVSS1.0
006070     MOVE RESTART-STREAM-COUNT TO TL-COUNT.                       CCVSS1.0
006080     MOVE "STREAMS WITH A RESTART JOB STATEMENT IN THE DECK"      CCVSS1.0
006090         TO TL-DESC.                                              CCVSS1.0
006100     PERFORM PRINT-TOTAL-LINE.                                    CCVSS1.0
006110     MOVE CONTRADICTION-COUNT TO TL-COUNT.                        CCVSS1.0
006120     MOVE "CONTRADICTIONS BETWEEN CHECKPOINT AND SUMMARY FILES"   CCVSS1.0
006130         TO TL-DESC.                                              CCVSS1.0
006140     PERFORM PRINT-TOTAL-LINE.                                    CCVSS1.0
006150     MOVE RERUN-WARNING-COUNT TO TL-COUNT.                        CCVSS1.0
006160     MOVE "FINISHED PROGRAMS THAT THE RESTART WILL RE-RUN"        CCVSS1.0
006170         TO TL-DESC.                                              CCVSS1.0
006180     PERFORM PRINT-TOTAL-LINE.                                    CCVSS1.0
006190     MOVE UNROSTERED-CHECKPOINT-COUNT TO TL-COUNT.                CCVSS1.0
006200     MOVE "CHECKPOINTS FOR PROGRAMS NOT ON THE ROSTER" TO TL-DESC.CCVSS1.0
006210     PERFORM PRINT-TOTAL-LINE.                                    CCVSS1.0
006220     IF ROSTER-OVERFLOW-COUNT GREATER THAN ZERO                   CCVSS1.0
006230         MOVE ROSTER-OVERFLOW-COUNT TO TL-COUNT                   CCVSS1.0
006240         MOVE "ROSTER ENTRIES NOT EXAMINED - TABLE FULL"          CCVSS1.0
006250             TO TL-DESC                                           CCVSS1.0
006260         PERFORM PRINT-TOTAL-LINE.                                CCVSS1.0
006270 PRINT-TOTAL-LINE.                                                CCVSS1.0
006280     MOVE RESTART-TOTAL-LINE TO RESTART-REPORT-REC.               CCVSS1.0
006290     PERFORM WRITE-REPORT-LINE.                                   CCVSS1.0
006300 WRITE-REPORT-LINE.                                               CCVSS1.0
006310     WRITE RESTART-REPORT-REC AFTER ADVANCING 1 LINES.            CCVSS1.0
