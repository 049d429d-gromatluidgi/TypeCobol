000210*    QUEUE TO A NEW DATASET HOLDING ONLY THE STILL-PENDING        CCVSZ1.0
000220*    REQUESTS (RENAME IT OVER CCVS.RESET.QUEUE ON A CLEAN RC 0).  CCVSZ1.0
000230*    RUN FROM THE MAINTENANCE JOB BEFORE THE NIGHTLY SUITE.       CCVSZ1.0
000232*    REFUSES TO RUN (RC 20, NOTHING OPENED BUT THE REPORT) WHILE  CCVSZ1.0
000234*    THE NIGHTLY OR WEEKLY JOB HOLDS THE SUITE LOCK IN            CCVSZ1.0
000236*    CCVS.SUITE.RUNSTATE.                                         CCVSZ1.0
000238*    A RUN-STATE FILE THAT CANNOT BE READ COUNTS AS HELD (RC 20). CCVSZ1.0
000240 ENVIRONMENT DIVISION.                                            CCVSZ1.0
000250 INPUT-OUTPUT SECTION.                                            CCVSZ1.0
000260 FILE-CONTROL.                                                    CCVSZ1.0
000380     XXXXX089.                                                    CCVSZ1.0
000390     SELECT APPLY-REPORT-FILE ASSIGN TO                           CCVSZ1.0
000400     XXXXX112.                                                    CCVSZ1.0
000402     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSZ1.0
000404     XXXXX129                                                     CCVSZ1.0
000406     FILE STATUS IS RUN-STATE-STATUS.                             CCVSZ1.0
000410 DATA DIVISION.                                                   CCVSZ1.0
000420 FILE SECTION.                                                    CCVSZ1.0
000430 FD  RESET-QUEUE-FILE.                                            CCVSZ1.0
000750     02 FILLER                PIC X(32).                          CCVSZ1.0
000760 FD  APPLY-REPORT-FILE.                                           CCVSZ1.0
000770 01  APPLY-REPORT-REC                   PIC X(120).               CCVSZ1.0
000771 FD  RUN-STATE-FILE.                                              CCVSZ1.0
000772 01  RUN-STATE-REC.                                               CCVSZ1.0
000773     02 RN-HOLDER             PIC X(8).                           CCVSZ1.0
000774         88 RN-NOT-HELD       VALUE "NONE    " SPACE.             CCVSZ1.0
000775         88 RN-BATCH-HELD     VALUE "NIGHTLY " "WEEKLY  ".        CCVSZ1.0
000776     02 FILLER                PIC X.                              CCVSZ1.0
000777     02 RN-SINCE-DATE         PIC 9(8).                           CCVSZ1.0
000778     02 FILLER                PIC X.                              CCVSZ1.0
000779     02 RN-SINCE-TIME         PIC 9(8).                           CCVSZ1.0
000780     02 FILLER                PIC X(54).                          CCVSZ1.0
000781 WORKING-STORAGE SECTION.                                         CCVSZ1.0
000782 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSZ1.0
000790 01  RESET-QUEUE-STATUS                 PIC XX     VALUE SPACE.   CCVSZ1.0
000800 01  HISTORY-DETAIL-STATUS              PIC XX     VALUE SPACE.   CCVSZ1.0
000810 01  QUEUE-EOF-SW                       PIC X      VALUE "N".     CCVSZ1.0
001250     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSZ1.0
001260     02 AT-DESC            PIC X(55).                             CCVSZ1.0
001270     02 FILLER PIC X(58) VALUE SPACE.                             CCVSZ1.0
001271 01  SUITE-LOCKED-SW                    PIC X      VALUE "N".     CCVSZ1.0
001272     88 SUITE-LOCKED                               VALUE "Y".     CCVSZ1.0
001273 01  SUITE-LOCK-LINE.                                             CCVSZ1.0
001274     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSZ1.0
001275     02 FILLER PIC X(14) VALUE "SUITE HELD BY ".                  CCVSZ1.0
001276     02 SK-HOLDER          PIC X(8).                              CCVSZ1.0
001277     02 FILLER PIC X(7)  VALUE " SINCE ".                         CCVSZ1.0
001278     02 SK-SINCE-DATE      PIC 9(8).                              CCVSZ1.0
001279     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSZ1.0
001280     02 SK-SINCE-TIME      PIC 9(8).                              CCVSZ1.0
001281     02 FILLER PIC X(35)                                          CCVSZ1.0
001282         VALUE " - NOTHING PROCESSED (RC 20)".                    CCVSZ1.0
001283     02 FILLER PIC X(38) VALUE SPACE.                             CCVSZ1.0
001284 PROCEDURE DIVISION.                                              CCVSZ1.0
001290 CCVSRSA-MAIN SECTION.                                            CCVSZ1.0
001300 OPEN-FILES.                                                      CCVSZ1.0
001310     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSZ1.0
001320     ACCEPT RUN-TIME-NOW FROM TIME.                               CCVSZ1.0
001330     OPEN OUTPUT APPLY-REPORT-FILE.                               CCVSZ1.0
001340     PERFORM PRINT-REPORT-HEADING.                                CCVSZ1.0
001342     PERFORM CHECK-SUITE-LOCK THRU CHECK-SUITE-LOCK-EXIT.         CCVSZ1.0
001344     IF SUITE-LOCKED                                              CCVSZ1.0
001346         GO TO SUITE-LOCK-REFUSED.                                CCVSZ1.0
001350     PERFORM LOAD-RESET-QUEUE THRU LOAD-RESET-QUEUE-EXIT.         CCVSZ1.0
001360     OPEN I-O HISTORY-DETAIL-FILE.                                CCVSZ1.0
001370     OPEN EXTEND INQUIRY-LOG-FILE.                                CCVSZ1.0
001460 CLOSE-FILES.                                                     CCVSZ1.0
001470     CLOSE APPLY-REPORT-FILE.                                     CCVSZ1.0
001480     STOP RUN.                                                    CCVSZ1.0
001481*    THE NIGHTLY AND WEEKLY JOBS HOLD THE HISTORY FILES WHILE     CCVSZ1.0
001482*    THEY RUN.  WHILE EITHER HOLDS THE SUITE LOCK NOTHING IS      CCVSZ1.0
001483*    OPENED BUT THE REPORT, AND THE STEP ENDS RETURN CODE 20.     CCVSZ1.0
001484 SUITE-LOCK-REFUSED.                                              CCVSZ1.0
001485     MOVE RN-HOLDER TO SK-HOLDER.                                 CCVSZ1.0
001486     MOVE RN-SINCE-DATE TO SK-SINCE-DATE.                         CCVSZ1.0
001487     MOVE RN-SINCE-TIME TO SK-SINCE-TIME.                         CCVSZ1.0
001488     MOVE SUITE-LOCK-LINE TO APPLY-REPORT-REC.                    CCVSZ1.0
001489     PERFORM WRITE-REPORT-LINE.                                   CCVSZ1.0
001490     MOVE 20 TO RETURN-CODE.                                      CCVSZ1.0
001491     CLOSE APPLY-REPORT-FILE.                                     CCVSZ1.0
001492     STOP RUN.                                                    CCVSZ1.0
001493 CHECK-SUITE-LOCK.                                                CCVSZ1.0
001494     MOVE "N" TO SUITE-LOCKED-SW.                                 CCVSZ1.0
001495     OPEN INPUT RUN-STATE-FILE.                                   CCVSZ1.0
001496     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSZ1.0
001497         GO TO CHECK-SUITE-LOCK-UNKNOWN.                          CCVSZ1.0
001498     READ RUN-STATE-FILE                                          CCVSZ1.0
001499         AT END MOVE "NONE" TO RN-HOLDER.                         CCVSZ1.0
001500     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSZ1.0
001501         AND RUN-STATE-STATUS NOT EQUAL TO "10"                   CCVSZ1.0
001502             CLOSE RUN-STATE-FILE                                 CCVSZ1.0
001503             GO TO CHECK-SUITE-LOCK-UNKNOWN.                      CCVSZ1.0
001504     IF RN-BATCH-HELD                                             CCVSZ1.0
001505         SET SUITE-LOCKED TO TRUE.                                CCVSZ1.0
001506     CLOSE RUN-STATE-FILE.                                        CCVSZ1.0
001507     GO TO CHECK-SUITE-LOCK-EXIT.                                 CCVSZ1.0
001508*    A RUN-STATE FILE THAT CANNOT BE OPENED OR READ LEAVES THE    CCVSZ1.0
001509*    LOCK STATE UNKNOWN, WHICH IS TREATED AS HELD.                CCVSZ1.0
001510 CHECK-SUITE-LOCK-UNKNOWN.                                        CCVSZ1.0
001511     DISPLAY "CCVSRSA: RUN-STATE FILE NOT READ, STATUS "          CCVSZ1.0
001512         RUN-STATE-STATUS.                                        CCVSZ1.0
001513     MOVE "UNKNOWN" TO RN-HOLDER.                                 CCVSZ1.0
001514     MOVE ZERO TO RN-SINCE-DATE RN-SINCE-TIME.                    CCVSZ1.0
001515     SET SUITE-LOCKED TO TRUE.                                    CCVSZ1.0
001516 CHECK-SUITE-LOCK-EXIT. EXIT.                                     CCVSZ1.0
001517 LOAD-RESET-QUEUE.                                                CCVSZ1.0
001518     OPEN INPUT RESET-QUEUE-FILE.                                 CCVSZ1.0
001519     IF RESET-QUEUE-STATUS NOT EQUAL TO "00"                      CCVSZ1.0
001520         GO TO LOAD-RESET-QUEUE-EXIT.                             CCVSZ1.0
001530     PERFORM READ-RESET-QUEUE.                                    CCVSZ1.0
001540     PERFORM POST-QUEUE-EVENT THRU POST-QUEUE-EVENT-EXIT          CCVSZ1.0
001710         GO TO POST-QUEUE-EVENT-NEXT.                             CCVSZ1.0
001720     IF QU-EVENT-TYPE EQUAL TO "APPROVE "                         CCVSZ1.0
001730         PERFORM POST-APPROVE-EVENT                               CCVSZ1.0
001735             THRU POST-APPROVE-EVENT-EXIT                         CCVSZ1.0
001740     ELSE IF QU-EVENT-TYPE EQUAL TO "DENY    "                    CCVSZ1.0
001750         MOVE "D" TO QS-STATE (HIT-SUB)                           CCVSZ1.0
001760         MOVE QU-USER-ID TO QS-APP-USER (HIT-SUB).                CCVSZ1.0
