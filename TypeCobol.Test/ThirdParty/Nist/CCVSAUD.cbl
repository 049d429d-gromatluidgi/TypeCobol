000210*    PRINTED AND THE STEP ENDS RC 8 SO THE SCHEDULER CAN HOLD THE CCVSU1.0
000220*    COMPILER-PROMOTION JOB ON A MISMATCHED NIGHT.  RUN THIS      CCVSU1.0
000230*    AFTER CCVSRPT IN THE SUITE DRIVER JOB.                       CCVSU1.0
000233*    AT THE END OF THE STEP A COMPLETION RECORD (RETURN CODE AND  CCVSU1.0
000236*    REASON) IS APPENDED TO THE RUN LEDGER, CCVS.RUN.LEDGER.      CCVSU1.0
000240 ENVIRONMENT DIVISION.                                            CCVSU1.0
000250 INPUT-OUTPUT SECTION.                                            CCVSU1.0
000260 FILE-CONTROL.                                                    CCVSU1.0
000330     FILE STATUS IS HISTORY-FILE-STATUS.                          CCVSU1.0
000340     SELECT AUDIT-REPORT-FILE ASSIGN TO                           CCVSU1.0
000350     XXXXX099.                                                    CCVSU1.0
000351     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSU1.0
000352     XXXXX129                                                     CCVSU1.0
000353     FILE STATUS IS RUN-STATE-STATUS.                             CCVSU1.0
000354     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVSU1.0
000355     XXXXX134                                                     CCVSU1.0
000356     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVSU1.0
000360 DATA DIVISION.                                                   CCVSU1.0
000370 FILE SECTION.                                                    CCVSU1.0
000380 FD  RESULT-JOURNAL-FILE.                                         CCVSU1.0
000470     02 RJ-RE-MARK            PIC X(61).                          CCVSU1.0
000480     02 RJ-ELAPSED-TIME       PIC 9(7).                           CCVSU1.0
000490     02 RJ-COMPILER-REL       PIC X(8).                           CCVSU1.0
000495     02 FILLER                PIC X(20).                          CCVSU1.0
000500 FD  HISTORY-FILE.                                                CCVSU1.0
000510 01  HISTORY-REC.                                                 CCVSU1.0
000520     02 HS-TEST-ID            PIC X(9).                           CCVSU1.0
000580     02 FILLER                PIC X(91).                          CCVSU1.0
000590 FD  AUDIT-REPORT-FILE.                                           CCVSU1.0
000600 01  AUDIT-REPORT-REC                   PIC X(120).               CCVSU1.0
000601 FD  RUN-STATE-FILE.                                              CCVSU1.0
000602 01  RUN-STATE-REC.                                               CCVSU1.0
000603     02 RN-HOLDER             PIC X(8).                           CCVSU1.0
000604     02 FILLER                PIC X.                              CCVSU1.0
000605     02 RN-SINCE-DATE         PIC 9(8).                           CCVSU1.0
000606     02 FILLER                PIC X.                              CCVSU1.0
000607     02 RN-SINCE-TIME         PIC 9(8).                           CCVSU1.0
000608     02 FILLER                PIC X(54).                          CCVSU1.0
000609 FD  RUN-LEDGER-FILE.                                             CCVSU1.0
000610 01  RUN-LEDGER-REC.                                              CCVSU1.0
000611     02 LG-RUN-DATE           PIC 9(8).                           CCVSU1.0
000612     02 FILLER                PIC X.                              CCVSU1.0
000613     02 LG-STREAM-ID          PIC X.                              CCVSU1.0
000614     02 FILLER                PIC X.                              CCVSU1.0
000615     02 LG-PGM-ID             PIC X(9).                           CCVSU1.0
000616     02 FILLER                PIC X.                              CCVSU1.0
000617     02 LG-ACTION             PIC X(8).                           CCVSU1.0
000618     02 FILLER                PIC X.                              CCVSU1.0
000619     02 LG-START-DATE         PIC 9(8).                           CCVSU1.0
000620     02 FILLER                PIC X.                              CCVSU1.0
000621     02 LG-START-TIME         PIC 9(8).                           CCVSU1.0
000622     02 FILLER                PIC X.                              CCVSU1.0
000623     02 LG-END-DATE           PIC 9(8).                           CCVSU1.0
000624     02 FILLER                PIC X.                              CCVSU1.0
000625     02 LG-END-TIME           PIC 9(8).                           CCVSU1.0
000626     02 FILLER                PIC X.                              CCVSU1.0
000627     02 LG-RETURN-CODE        PIC 9(4).                           CCVSU1.0
000628     02 FILLER                PIC X.                              CCVSU1.0
000629     02 LG-REASON             PIC X(40).                          CCVSU1.0
000630     02 FILLER                PIC X(9).                           CCVSU1.0
000631 WORKING-STORAGE SECTION.                                         CCVSU1.0
000632 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSU1.0
000633 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVSU1.0
000634 01  LEDGER-START-DATE                  PIC 9(8)   VALUE ZERO.    CCVSU1.0
000635 01  LEDGER-START-TIME                  PIC 9(8)   VALUE ZERO.    CCVSU1.0
000636 01  LEDGER-REASON                      PIC X(40)                 CCVSU1.0
000637         VALUE "JOURNAL AGREES WITH HISTORY".                     CCVSU1.0
000638 01  HISTORY-FILE-STATUS                PIC XX     VALUE SPACE.   CCVSU1.0
000639 01  JOURNAL-EOF-SW                     PIC X      VALUE "N".     CCVSU1.0
000640     88 JOURNAL-EOF                                VALUE "Y".     CCVSU1.0
000650 01  HISTORY-FOUND-SW                   PIC X      VALUE "N".     CCVSU1.0
000660     88 HISTORY-FOUND                              VALUE "Y".     CCVSU1.0
000670 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSU1.0
000673 01  ACCEPTED-REMARK-TEXT               PIC X(61)  VALUE          CCVSU1.0
000676     "INSPT (PREVIOUSLY ACCEPTED)".                               CCVSU1.0
000680 01  JOURNAL-TONIGHT-COUNT              PIC 9(7)   VALUE ZERO.    CCVSU1.0
000690 01  TEST-ID-COUNT                      PIC 99     VALUE ZERO.    CCVSU1.0
000700 01  TEST-ID-TABLE.                                               CCVSU1.0
001070 PROCEDURE DIVISION.                                              CCVSU1.0
001080 CCVSAUD-MAIN SECTION.                                            CCVSU1.0
001090 OPEN-FILES.                                                      CCVSU1.0
001093     ACCEPT LEDGER-START-DATE FROM DATE YYYYMMDD.                 CCVSU1.0
001096     ACCEPT LEDGER-START-TIME FROM TIME.                          CCVSU1.0
001100     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSU1.0
001110     OPEN OUTPUT AUDIT-REPORT-FILE.                               CCVSU1.0
001120     PERFORM PRINT-REPORT-HEADING.                                CCVSU1.0
001190     PERFORM PRINT-REPORT-TOTALS.                                 CCVSU1.0
001200     IF DISCREPANCY-COUNT GREATER THAN ZERO                       CCVSU1.0
001210         OR TEST-ID-OVERFLOW-COUNT GREATER THAN ZERO              CCVSU1.0
001215             MOVE 8 TO RETURN-CODE                                CCVSU1.0
001220             MOVE "JOURNAL/HISTORY DISCREPANCIES FOUND"           CCVSU1.0
001225                 TO LEDGER-REASON.                                CCVSU1.0
001230 CLOSE-FILES.                                                     CCVSU1.0
001240     CLOSE AUDIT-REPORT-FILE.                                     CCVSU1.0
001245     PERFORM WRITE-RUN-LEDGER.                                    CCVSU1.0
001250     STOP RUN.                                                    CCVSU1.0
001260 TALLY-TONIGHTS-JOURNAL.                                          CCVSU1.0
001270     OPEN INPUT RESULT-JOURNAL-FILE.                              CCVSU1.0
001590     ELSE IF RJ-DISPOSITION EQUAL TO "*****"                      CCVSU1.0
001600         ADD 1 TO TB-DELETE-COUNT (HIT-SUB)                       CCVSU1.0
001610     ELSE IF RJ-DISPOSITION EQUAL TO "INSPT"                      CCVSU1.0
001615         AND RJ-RE-MARK NOT EQUAL TO ACCEPTED-REMARK-TEXT         CCVSU1.0
001620         ADD 1 TO TB-INSPECT-COUNT (HIT-SUB).                     CCVSU1.0
001630 POST-JOURNAL-RECORD-NEXT.                                        CCVSU1.0
001640     PERFORM READ-JOURNAL.                                        CCVSU1.0
002170     MOVE DISCREPANCY-LINE TO AUDIT-REPORT-REC.                   CCVSU1.0
002180     PERFORM WRITE-REPORT-LINE.                                   CCVSU1.0
002190     MOVE SPACE TO DL-TEST-ID.                                    CCVSU1.0
002192     MOVE SPACE TO DL-FIELD.                                      CCVSU1.0
002194     MOVE SPACE TO DL-JOURNAL-COUNT.                              CCVSU1.0
002196     MOVE SPACE TO DL-HISTORY-COUNT.                              CCVSU1.0
002198     MOVE SPACE TO DL-MESSAGE.                                    CCVSU1.0
002200 PRINT-REPORT-HEADING.                                            CCVSU1.0
002210     MOVE TODAYS-RUN-DATE TO AH-RUN-DATE.                         CCVSU1.0
002220     MOVE AUDIT-HEADING-1 TO AUDIT-REPORT-REC.                    CCVSU1.0
002460         PERFORM WRITE-REPORT-LINE.                               CCVSU1.0
002470 WRITE-REPORT-LINE.                                               CCVSU1.0
002480     WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINES.              CCVSU1.0
002490*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVSU1.0
002500*    THE RUN DATE IS THE DAY THE NIGHTLY JOB TOOK THE SUITE LOCK, CCVSU1.0
002510*    SO A STEP ENDING AFTER MIDNIGHT STILL FILES UNDER ITS NIGHT. CCVSU1.0
002520 WRITE-RUN-LEDGER.                                                CCVSU1.0
002530     MOVE SPACE TO RUN-LEDGER-REC.                                CCVSU1.0
002540     MOVE LEDGER-START-DATE TO LG-RUN-DATE.                       CCVSU1.0
002550     OPEN INPUT RUN-STATE-FILE.                                   CCVSU1.0
002560     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVSU1.0
002570         PERFORM READ-LEDGER-RUN-STATE                            CCVSU1.0
002580         CLOSE RUN-STATE-FILE.                                    CCVSU1.0
002590     MOVE SPACE TO LG-STREAM-ID.                                  CCVSU1.0
002600     MOVE "CCVSAUD" TO LG-PGM-ID.                                 CCVSU1.0
002610     MOVE LEDGER-START-DATE TO LG-START-DATE.                     CCVSU1.0
002620     MOVE LEDGER-START-TIME TO LG-START-TIME.                     CCVSU1.0
002630     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVSU1.0
002640     ACCEPT LG-END-TIME FROM TIME.                                CCVSU1.0
002650     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVSU1.0
002660     MOVE LEDGER-REASON TO LG-REASON.                             CCVSU1.0
002670     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVSU1.0
002680     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVSU1.0
002690         WRITE RUN-LEDGER-REC                                     CCVSU1.0
002700         CLOSE RUN-LEDGER-FILE.                                   CCVSU1.0
002710 READ-LEDGER-RUN-STATE.                                           CCVSU1.0
002720     READ RUN-STATE-FILE                                          CCVSU1.0
002730         AT END MOVE SPACE TO RN-HOLDER.                          CCVSU1.0
002740     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVSU1.0
002750         MOVE RN-SINCE-DATE TO LG-RUN-DATE.                       CCVSU1.0
