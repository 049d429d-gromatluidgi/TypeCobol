000220*    THE FRACTION OF ITS LAST-RUN CASE COUNT ALREADY DONE, SO THE CCVSM1.0
000230*    OPERATOR CAN TELL SLOW-BUT-MOVING FROM HUNG BEFORE CANCELING CCVSM1.0
000240*    ANYTHING.  FUNCTION X ENDS THE SESSION.  READ-ONLY - SAFE TO CCVSM1.0
000242*    RUN WHILE THE NIGHTLY SUITE IS ACTIVE.  FUNCTION D ALSO SHOWSCCVSM1.0
000244*    WHO HOLDS THE SUITE LOCK IN CCVS.SUITE.RUNSTATE (XXXXX129)   CCVSM1.0
000246*    AND SINCE WHEN, AND FLAGS A LOCK HELD STALE-LOCK-HOURS OR    CCVSM1.0
000248*    LONGER AS POSSIBLY STALE - THE MARK OF A JOB THAT ABENDED    CCVSM1.0
000250*    BEFORE ITS RELEASE STEP.  THIS PROGRAM NEVER CHANGES THE     CCVSM1.0
000252*    LOCK; A STALE ONE IS CLEARED WITH CCVSINQ FUNCTION L.        CCVSM1.0
000254*    A RUN-STATE FILE THAT CANNOT BE READ IS SHOWN AS UNKNOWN.    CCVSM1.0
000260 ENVIRONMENT DIVISION.                                            CCVSM1.0
000270 INPUT-OUTPUT SECTION.                                            CCVSM1.0
000280 FILE-CONTROL.                                                    CCVSM1.0
000400     ORGANIZATION INDEXED ACCESS MODE DYNAMIC                     CCVSM1.0
000410     RECORD KEY IS HS-TEST-ID                                     CCVSM1.0
000420     FILE STATUS IS HISTORY-FILE-STATUS.                          CCVSM1.0
000422     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSM1.0
000424     XXXXX129                                                     CCVSM1.0
000426     FILE STATUS IS RUN-STATE-STATUS.                             CCVSM1.0
000430 DATA DIVISION.                                                   CCVSM1.0
000440 FILE SECTION.                                                    CCVSM1.0
000450 FD  ROSTER-FILE.                                                 CCVSM1.0
000660     02 FILLER               PIC X.                               CCVSM1.0
000670     02 RS-STREAM-ID         PIC X.                               CCVSM1.0
000680     02 FILLER               PIC X.                               CCVSM1.0
000683     02 RS-COMPILER-REL      PIC X(8).                            CCVSM1.0
000686     02 FILLER               PIC X(69).                           CCVSM1.0
000690 FD  CHECKPOINT-FILE.                                             CCVSM1.0
000700 01  CHECKPOINT-REC.                                              CCVSM1.0
000710     02 CP-TEST-ID            PIC X(9).                           CCVSM1.0
000900     02 HS-DELETE-COUNT       PIC 9(3).                           CCVSM1.0
000910     02 HS-INSPECT-COUNT      PIC 9(3).                           CCVSM1.0
000920     02 FILLER                PIC X(91).                          CCVSM1.0
000921 FD  RUN-STATE-FILE.                                              CCVSM1.0
000922 01  RUN-STATE-REC.                                               CCVSM1.0
000923     02 RN-HOLDER             PIC X(8).                           CCVSM1.0
000924         88 RN-NOT-HELD       VALUE "NONE    " SPACE.             CCVSM1.0
000925     02 FILLER                PIC X.                              CCVSM1.0
000926     02 RN-SINCE-DATE         PIC 9(8).                           CCVSM1.0
000927     02 FILLER                PIC X.                              CCVSM1.0
000928     02 RN-SINCE-TIME         PIC 9(8).                           CCVSM1.0
000929     02 RN-SINCE-PARTS REDEFINES RN-SINCE-TIME.                   CCVSM1.0
000930         03 RN-SINCE-HH       PIC 99.                             CCVSM1.0
000931         03 FILLER            PIC 9(6).                           CCVSM1.0
000932     02 FILLER                PIC X(54).                          CCVSM1.0
000933 WORKING-STORAGE SECTION.                                         CCVSM1.0
000940 01  CHECKPOINT-FILE-STATUS             PIC XX     VALUE SPACE.   CCVSM1.0
000950 01  HISTORY-FILE-STATUS                PIC XX     VALUE SPACE.   CCVSM1.0
000955 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSM1.0
000960 01  FUNCTION-CODE                      PIC X      VALUE SPACE.   CCVSM1.0
000970 01  SESSION-DONE-SW                    PIC X      VALUE "N".     CCVSM1.0
000980     88 SESSION-DONE                               VALUE "Y".     CCVSM1.0
001050 01  HISTORY-FOUND-SW                   PIC X      VALUE "N".     CCVSM1.0
001060     88 HISTORY-FOUND                              VALUE "Y".     CCVSM1.0
001070 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSM1.0
001071 01  STALE-LOCK-HOURS                   PIC 99     VALUE 12.      CCVSM1.0
001072 01  LOCK-AGE-HOURS                     PIC S9(7)  VALUE ZERO.    CCVSM1.0
001073 01  LOCK-AGE-EDIT                      PIC Z(6)9.                CCVSM1.0
001074 01  DATE-CONVERT-WORK                  PIC 9(8)   VALUE ZERO.    CCVSM1.0
001075 01  DATE-CONVERT-PARTS REDEFINES DATE-CONVERT-WORK.              CCVSM1.0
001076     02 DCW-YEAR            PIC 9(4).                             CCVSM1.0
001077     02 DCW-MONTH           PIC 99.                               CCVSM1.0
001078     02 DCW-DAY             PIC 99.                               CCVSM1.0
001079 01  DAY-NUMBER                         PIC 9(7)   VALUE ZERO.    CCVSM1.0
001080 01  TODAY-DAY-NUMBER                   PIC 9(7)   VALUE ZERO.    CCVSM1.0
001081 01  CALC-YEAR                          PIC 9(5)   VALUE ZERO.    CCVSM1.0
001082 01  CALC-MONTH                         PIC 99     VALUE ZERO.    CCVSM1.0
001083 01  MONITOR-COUNT                      PIC 99     VALUE ZERO.    CCVSM1.0
001090 01  MONITOR-TABLE.                                               CCVSM1.0
001100     02 MONITOR-ENTRY OCCURS 51 TIMES.                            CCVSM1.0
001110         03 MO-PGM-ID        PIC X(9).                            CCVSM1.0
001210 01  STREAM-LIST                        PIC X(27)  VALUE SPACE.   CCVSM1.0
001230 01  STREAM-LIST-TABLE REDEFINES STREAM-LIST.                     CCVSM1.0
001240     02 SL-STREAM-ID PIC X OCCURS 27 TIMES.                       CCVSM1.0
001245 01  STREAM-LIST-COUNT                  PIC 99     VALUE ZERO.    CCVSM1.0
001250 01  STREAM-HOLD                        PIC X      VALUE SPACE.   CCVSM1.0
001260 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVSM1.0
001270 01  SUB-2                              PIC S9(4) COMP VALUE 0.   CCVSM1.0
001680     PERFORM SCAN-RUN-SUMMARY.                                    CCVSM1.0
001690     PERFORM SCAN-CHECKPOINTS.                                    CCVSM1.0
001700     PERFORM COMPUTE-AVG-ELAPSED                                  CCVSM1.0
001707         VARYING SUB-1 FROM 1 BY 1                                CCVSM1.0
001714         UNTIL SUB-1 GREATER THAN MONITOR-COUNT.                  CCVSM1.0
001721     PERFORM LOOKUP-ALL-HISTORY THRU LOOKUP-ALL-HISTORY-EXIT.     CCVSM1.0
001730     DISPLAY "CCVSMON SUITE STATUS FOR " TODAYS-RUN-DATE.         CCVSM1.0
001735     PERFORM DISPLAY-SUITE-LOCK THRU DISPLAY-SUITE-LOCK-EXIT.     CCVSM1.0
001740     PERFORM DISPLAY-ONE-STREAM THRU DISPLAY-ONE-STREAM-EXIT      CCVSM1.0
001750         VARYING SUB-2 FROM 1 BY 1                                CCVSM1.0
001760         UNTIL SUB-2 GREATER THAN STREAM-LIST-COUNT.              CCVSM1.0
001770 DISPLAY-SUITE-STATUS-EXIT. EXIT.                                 CCVSM1.0
001771*    THE LOCK'S AGE IS COUNTED IN WHOLE HOURS FROM THE DAY        CCVSM1.0
001772*    NUMBERS OF THE TWO DATES PLUS THE DIFFERENCE IN THE HOUR.    CCVSM1.0
001773 DISPLAY-SUITE-LOCK.                                              CCVSM1.0
001774     PERFORM READ-RUN-STATE THRU READ-RUN-STATE-EXIT.             CCVSM1.0
001775     IF RN-NOT-HELD                                               CCVSM1.0
001776         DISPLAY "  SUITE LOCK: NOT HELD"                         CCVSM1.0
001777         GO TO DISPLAY-SUITE-LOCK-EXIT.                           CCVSM1.0
001778     IF RN-HOLDER EQUAL TO "UNKNOWN"                              CCVSM1.0
001779         DISPLAY "  SUITE LOCK: UNKNOWN - RUN-STATE FILE STATUS " CCVSM1.0
001780             RUN-STATE-STATUS                                     CCVSM1.0
001781         GO TO DISPLAY-SUITE-LOCK-EXIT.                           CCVSM1.0
001782     DISPLAY "  SUITE LOCK: HELD BY " RN-HOLDER                   CCVSM1.0
001783         " SINCE " RN-SINCE-DATE " " RN-SINCE-TIME.               CCVSM1.0
001784     ACCEPT DATE-CONVERT-WORK FROM DATE YYYYMMDD.                 CCVSM1.0
001785     ACCEPT TIME-NOW FROM TIME.                                   CCVSM1.0
001786     PERFORM CONVERT-DATE-TO-DAYS.                                CCVSM1.0
001787     MOVE DAY-NUMBER TO TODAY-DAY-NUMBER.                         CCVSM1.0
001788     MOVE RN-SINCE-DATE TO DATE-CONVERT-WORK.                     CCVSM1.0
001789     PERFORM CONVERT-DATE-TO-DAYS.                                CCVSM1.0
001790     COMPUTE LOCK-AGE-HOURS =                                     CCVSM1.0
001791         (TODAY-DAY-NUMBER - DAY-NUMBER) * 24                     CCVSM1.0
001792         + TN-HH - RN-SINCE-HH.                                   CCVSM1.0
001793     IF LOCK-AGE-HOURS NOT LESS THAN STALE-LOCK-HOURS             CCVSM1.0
001794         MOVE LOCK-AGE-HOURS TO LOCK-AGE-EDIT                     CCVSM1.0
001795         DISPLAY "  *** POSSIBLY STALE - HELD" LOCK-AGE-EDIT      CCVSM1.0
001796             " HOURS.  IF THAT JOB HAS ENDED, CLEAR THE LOCK"     CCVSM1.0
001797         DISPLAY "      WITH CCVSINQ FUNCTION L.".                CCVSM1.0
001798 DISPLAY-SUITE-LOCK-EXIT. EXIT.                                   CCVSM1.0
001799 READ-RUN-STATE.                                                  CCVSM1.0
001800     MOVE "NONE" TO RN-HOLDER.                                    CCVSM1.0
001801     OPEN INPUT RUN-STATE-FILE.                                   CCVSM1.0
001802     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSM1.0
001803         MOVE "UNKNOWN" TO RN-HOLDER                              CCVSM1.0
001804         GO TO READ-RUN-STATE-EXIT.                               CCVSM1.0
001805     READ RUN-STATE-FILE                                          CCVSM1.0
001806         AT END MOVE "NONE" TO RN-HOLDER.                         CCVSM1.0
001807     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSM1.0
001808         AND RUN-STATE-STATUS NOT EQUAL TO "10"                   CCVSM1.0
001809             MOVE "UNKNOWN" TO RN-HOLDER.                         CCVSM1.0
001810     CLOSE RUN-STATE-FILE.                                        CCVSM1.0
001811 READ-RUN-STATE-EXIT. EXIT.                                       CCVSM1.0
001812 CONVERT-DATE-TO-DAYS.                                            CCVSM1.0
001813     MOVE DCW-YEAR TO CALC-YEAR.                                  CCVSM1.0
001814     MOVE DCW-MONTH TO CALC-MONTH.                                CCVSM1.0
001815     IF CALC-MONTH GREATER THAN 2                                 CCVSM1.0
001816         ADD 1 TO CALC-MONTH                                      CCVSM1.0
001817     ELSE                                                         CCVSM1.0
001818         SUBTRACT 1 FROM CALC-YEAR                                CCVSM1.0
001819         ADD 13 TO CALC-MONTH.                                    CCVSM1.0
001820     COMPUTE DAY-NUMBER =                                         CCVSM1.0
001821         (365 * CALC-YEAR) + (CALC-YEAR / 4)                      CCVSM1.0
001822         - (CALC-YEAR / 100) + (CALC-YEAR / 400)                  CCVSM1.0
001823         + ((153 * CALC-MONTH) / 5) + DCW-DAY.                    CCVSM1.0
001824 RESET-MONITOR-TABLE.                                             CCVSM1.0
001825     MOVE ZERO TO MONITOR-COUNT.                                  CCVSM1.0
001826     MOVE ZERO TO STREAM-LIST-COUNT.                              CCVSM1.0
001827     MOVE SPACE TO STREAM-LIST.                                   CCVSM1.0
001828     MOVE "N" TO ROSTER-EOF-SW.                                   CCVSM1.0
001830     MOVE "N" TO SUMMARY-EOF-SW.                                  CCVSM1.0
001840     MOVE "N" TO CHECKPOINT-EOF-SW.                               CCVSM1.0
001850 LOAD-ROSTER-TABLE.                                               CCVSM1.0
002700     PERFORM READ-NEXT-CHECKPOINT.                                CCVSM1.0
002710 POST-CHECKPOINT-EXIT. EXIT.                                      CCVSM1.0
002720 COMPUTE-AVG-ELAPSED.                                             CCVSM1.0
002722     IF MO-RUN-COUNT (SUB-1) GREATER THAN ZERO                    CCVSM1.0
002724         COMPUTE MO-AVG-ELAPSED (SUB-1) =                         CCVSM1.0
002726             MO-ELAPSED-TOTAL (SUB-1) / MO-RUN-COUNT (SUB-1).     CCVSM1.0
002728 LOOKUP-ALL-HISTORY.                                              CCVSM1.0
002730     OPEN INPUT HISTORY-FILE.                                     CCVSM1.0
002732     IF HISTORY-FILE-STATUS NOT EQUAL TO "00"                     CCVSM1.0
002734         GO TO LOOKUP-ALL-HISTORY-EXIT.                           CCVSM1.0
002736     PERFORM LOOKUP-HISTORY-CASES                                 CCVSM1.0
002738         VARYING SUB-1 FROM 1 BY 1                                CCVSM1.0
002740         UNTIL SUB-1 GREATER THAN MONITOR-COUNT.                  CCVSM1.0
002742     CLOSE HISTORY-FILE.                                          CCVSM1.0
002744 LOOKUP-ALL-HISTORY-EXIT. EXIT.                                   CCVSM1.0
002746 LOOKUP-HISTORY-CASES.                                            CCVSM1.0
002760     MOVE MO-PGM-ID (SUB-1) TO HS-TEST-ID.                        CCVSM1.0
002770     READ HISTORY-FILE                                            CCVSM1.0
002780         INVALID KEY                                              CCVSM1.0
