001021     SELECT REPORT-CATALOG-FILE ASSIGN TO                         K6SCA4.2
001021     XXXXX115                                                     K6SCA4.2
001021     FILE STATUS IS REPORT-CATALOG-STATUS.                        K6SCA4.2
001021     SELECT QUARANTINE-FILE ASSIGN TO                             K6SCA4.2
001021     XXXXX120                                                     K6SCA4.2
001021     FILE STATUS IS QUARANTINE-STATUS.                            K6SCA4.2
001021     SELECT RUN-STATE-FILE ASSIGN TO                              K6SCA4.2
001021     XXXXX129                                                     K6SCA4.2
001021     FILE STATUS IS RUN-STATE-STATUS.                             K6SCA4.2
001021     SELECT RUN-LEDGER-FILE ASSIGN TO                             K6SCA4.2
001021     XXXXX134                                                     K6SCA4.2
001021     FILE STATUS IS RUN-LEDGER-STATUS.                            K6SCA4.2
001021     SELECT TEST-CASE-SEAL-FILE ASSIGN TO                         K6SCA4.2
001021     XXXXX162                                                     K6SCA4.2
001021     FILE STATUS IS TEST-CASE-SEAL-STATUS.                        K6SCA4.2
001000 DATA DIVISION.                                                   K6SCA4.2
001100 FILE SECTION.                                                    K6SCA4.2
001200 FD  PRINT-FILE.                                                  K6SCA4.2
001520     02 RS-STREAM-ID         PIC X.                               K6SCA4.2
001521     02 FILLER               PIC X      VALUE SPACE.              K6SCA4.2
001521     02 RS-COMPILER-REL      PIC X(8).                            K6SCA4.2
001521     02 FILLER               PIC X      VALUE SPACE.              K6SCA4.2
001521     02 RS-QUARANTINE-COUNT  PIC 9(3).                            K6SCA4.2
001521     02 FILLER               PIC X(65)  VALUE SPACE.              K6SCA4.2
001521 FD  TEST-CASE-FILE.                                              K6SCA4.2
001522 01  TEST-CASE-REC.                                               K6SCA4.2
001523     02 TC-NARRATIVE-1       PIC X(120).                          K6SCA4.2
001526     02 TC-PAR-NAME          PIC X(22)  VALUE SPACE.              K6SCA4.2
001527     02 TC-FEATURE           PIC X(20)  VALUE SPACE.              K6SCA4.2
001527     02 TC-PREREQ-PAR-NAME   PIC X(22)  VALUE SPACE.              K6SCA4.2
001527     02 TC-ANSI-REFERENCE    PIC X(15)  VALUE SPACE.              K6SCA4.2
001527 FD  TEST-CASE-SEAL-FILE.                                         K6SCA4.2
001527 01  TEST-CASE-SEAL-REC.                                          K6SCA4.2
001527     02 TS-FILE-ID           PIC X(8).                            K6SCA4.2
001527     02 FILLER               PIC X.                               K6SCA4.2
001527     02 TS-RECORD-COUNT      PIC 9(7).                            K6SCA4.2
001527     02 FILLER               PIC X.                               K6SCA4.2
001527     02 TS-HASH-TOTAL        PIC 9(15).                           K6SCA4.2
001527     02 FILLER               PIC X.                               K6SCA4.2
001527     02 TS-SEAL-DATE         PIC 9(8).                            K6SCA4.2
001527     02 FILLER               PIC X.                               K6SCA4.2
001527     02 TS-SEAL-TIME         PIC 9(8).                            K6SCA4.2
001527     02 FILLER               PIC X.                               K6SCA4.2
001527     02 TS-SEALED-BY         PIC X(8).                            K6SCA4.2
001527     02 FILLER               PIC X(21).                           K6SCA4.2
001526 FD  MACHINE-FILE.                                                K6SCA4.2
001527 01  MACHINE-REC                    PIC X(250).                   K6SCA4.2
001528 FD  HISTORY-FILE.                                                K6SCA4.2
001566     02 CP-SKIPPED-COUNT      PIC 999.                            K6SCA4.2
001567     02 CP-PREV-ACCEPT-COUNT  PIC 999.                            K6SCA4.2
001568     02 CP-PREREQ-SKIP-COUNT  PIC 999.                            K6SCA4.2
001568     02 CP-QUARANTINE-COUNT   PIC 999.                            K6SCA4.2
001568     02 FILLER                PIC X(55) VALUE SPACE.              K6SCA4.2
001569 FD  RESULT-JOURNAL-FILE.                                         K6SCA4.2
001570 01  RESULT-JOURNAL-REC.                                          K6SCA4.2
001571     02 RJ-TEST-ID            PIC X(9).                           K6SCA4.2
001578     02 RJ-RE-MARK            PIC X(61).                          K6SCA4.2
001579     02 RJ-ELAPSED-TIME       PIC 9(7).                           K6SCA4.2
001580     02 RJ-COMPILER-REL       PIC X(8).                           K6SCA4.2
001580     02 RJ-QUAR-RESULT        PIC X(5).                           K6SCA4.2
001580     02 RJ-ANSI-REFERENCE     PIC X(15).                          K6SCA4.2
001581 FD  PARAMETER-FILE.                                              K6SCA4.2
001582 01  PARAMETER-CARD           PIC X(80).                          K6SCA4.2
001583 FD  DIGEST-FILE.                                                 K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 RC-FAIL-SW            PIC X.                              K6SCA4.2
001594     02 FILLER                PIC X(4).                           K6SCA4.2
001594 FD  QUARANTINE-FILE.                                             K6SCA4.2
001594 01  QUARANTINE-REC.                                              K6SCA4.2
001594     02 QR-TEST-ID            PIC X(9).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 QR-PAR-NAME           PIC X(22).                          K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 QR-REASON             PIC X(40).                          K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 QR-TICKET-REF         PIC X(10).                          K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 QR-ANALYST            PIC X(8).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 QR-EXPIRY-DATE        PIC 9(8).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 QR-ADDED-DATE         PIC 9(8).                           K6SCA4.2
001594     02 FILLER                PIC X(9).                           K6SCA4.2
001594 FD  RUN-STATE-FILE.                                              K6SCA4.2
001594 01  RUN-STATE-REC.                                               K6SCA4.2
001594     02 RN-HOLDER             PIC X(8).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 RN-SINCE-DATE         PIC 9(8).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 RN-SINCE-TIME         PIC 9(8).                           K6SCA4.2
001594     02 FILLER                PIC X(54).                          K6SCA4.2
001594 FD  RUN-LEDGER-FILE.                                             K6SCA4.2
001594 01  RUN-LEDGER-REC.                                              K6SCA4.2
001594     02 LG-RUN-DATE           PIC 9(8).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 LG-STREAM-ID          PIC X.                              K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 LG-PGM-ID             PIC X(9).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 LG-ACTION             PIC X(8).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 LG-START-DATE         PIC 9(8).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 LG-START-TIME         PIC 9(8).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 LG-END-DATE           PIC 9(8).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 LG-END-TIME           PIC 9(8).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 LG-RETURN-CODE        PIC 9(4).                           K6SCA4.2
001594     02 FILLER                PIC X.                              K6SCA4.2
001594     02 LG-REASON             PIC X(40).                          K6SCA4.2
001594     02 FILLER                PIC X(9).                           K6SCA4.2
001530 WORKING-STORAGE SECTION.                                         K6SCA4.2
001600 01  TEST-RESULTS.                                                K6SCA4.2
001700     02 FILLER                   PIC X      VALUE SPACE.          K6SCA4.2
007300 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       K6SCA4.2
007320 01  WARN-COUNTER                  PIC 999      VALUE ZERO.       K6SCA4.2
007340 01  SKIPPED-COUNTER               PIC 999      VALUE ZERO.       K6SCA4.2
007340 01  QUARANTINE-COUNTER            PIC 999      VALUE ZERO.       K6SCA4.2
007400 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       K6SCA4.2
007500 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       K6SCA4.2
007520 01  ERROR-THRESHOLD               PIC 999      VALUE 010.        K6SCA4.2
015893     88 PREREQ-FAILED                          VALUE "Y".         K6SCA4.2
015893 01  PREREQ-REMARK-TEXT             PIC X(61)  VALUE              K6SCA4.2
015893     "SKIPPED - PREREQ FAILED".                                   K6SCA4.2
015893 01  QUARANTINE-STATUS              PIC XX     VALUE SPACE.       K6SCA4.2
015893 01  QUARANTINE-EOF-SW              PIC X      VALUE "N".         K6SCA4.2
015893     88 QUARANTINE-EOF                         VALUE "Y".         K6SCA4.2
015893 01  QUARANTINE-FOUND-SW            PIC X      VALUE "N".         K6SCA4.2
015893     88 QUARANTINE-FOUND                       VALUE "Y".         K6SCA4.2
015893 01  RUN-STATE-STATUS               PIC XX     VALUE SPACE.       K6SCA4.2
015893 01  RUN-LEDGER-STATUS              PIC XX     VALUE SPACE.       K6SCA4.2
015893 01  LEDGER-REASON                  PIC X(40)  VALUE              K6SCA4.2
015893     "TEST RUN COMPLETED".                                        K6SCA4.2
015893 01  TEST-CASE-SEAL-STATUS          PIC XX     VALUE SPACE.       K6SCA4.2
015893 01  SEAL-CHECK-SW                  PIC X      VALUE "N".         K6SCA4.2
015893     88 SEAL-NOT-CHECKED                       VALUE "N".         K6SCA4.2
015893     88 SEAL-VERIFIED                          VALUE "V".         K6SCA4.2
015893     88 SEAL-MISMATCH                          VALUE "M".         K6SCA4.2
015893 01  SEAL-CASE-COUNT                PIC 9(7)   VALUE ZERO.        K6SCA4.2
015893 01  SEAL-HASH-TOTAL                PIC 9(15)  VALUE ZERO.        K6SCA4.2
015893 01  SEAL-RECORD-HASH               PIC 9(15)  VALUE ZERO.        K6SCA4.2
015893 01  SEAL-BYTE-HASH                 PIC 9(7)   VALUE ZERO.        K6SCA4.2
015893 01  SEAL-HASH-SUB                  PIC S9(4)  COMP VALUE 0.      K6SCA4.2
015893 01  SEAL-HASH-AREA.                                              K6SCA4.2
015893     02 SEAL-HASH-BYTE    PIC X      OCCURS 84 TIMES.             K6SCA4.2
015893 01  SEAL-BYTE-WORK.                                              K6SCA4.2
015893     02 SB-NUMBER         PIC 9(4)   COMP.                        K6SCA4.2
015893 01  SEAL-BYTE-CHARS REDEFINES SEAL-BYTE-WORK.                    K6SCA4.2
015893     02 SB-HIGH           PIC X.                                  K6SCA4.2
015893     02 SB-LOW            PIC X.                                  K6SCA4.2
015893 01  SEAL-NOTICE-LINE.                                            K6SCA4.2
015893     02 FILLER              PIC X(5)  VALUE SPACE.                K6SCA4.2
015893     02 TSL-TEXT            PIC X(115).                           K6SCA4.2
015893 01  QUARANTINE-ENTRY-COUNT         PIC 999    VALUE ZERO.        K6SCA4.2
015893 01  QUARANTINE-SUB                 PIC S9(4)  COMP VALUE 0.      K6SCA4.2
015893 01  QUARANTINE-TABLE.                                            K6SCA4.2
015893     02 QUARANTINE-ENTRY OCCURS 201 TIMES.                        K6SCA4.2
015893         03 QT-PAR-NAME     PIC X(22).                            K6SCA4.2
015893         03 QT-TICKET-REF   PIC X(10).                            K6SCA4.2
015893 01  QUARANTINED-RESULT             PIC X(5)   VALUE SPACE.       K6SCA4.2
015893 01  QUARANTINE-REMARK.                                           K6SCA4.2
015893     02 FILLER              PIC X(18) VALUE "QUARANTINED - REF ". K6SCA4.2
015893     02 QRM-TICKET-REF      PIC X(10).                            K6SCA4.2
015893     02 FILLER              PIC X(33) VALUE SPACE.                K6SCA4.2
015893 01  RUN-DISP-COUNT                 PIC 9(5)   VALUE ZERO.        K6SCA4.2
015893 01  RUN-DISP-SUB                   PIC S9(4)  COMP VALUE 0.      K6SCA4.2
015893 01  RUN-DISP-TABLE.                                              K6SCA4.2
015902     PERFORM  BUILD-PRINT-FILE-NAME.                              K6SCA4.2
015903     PERFORM  BUILD-DIGEST-FILE-NAME.                             K6SCA4.2
016000     OPEN     OUTPUT PRINT-FILE.                                  K6SCA4.2
016000     PERFORM  VERIFY-TEST-CASE-SEAL                               K6SCA4.2
016000              THRU VERIFY-TEST-CASE-SEAL-EXIT.                    K6SCA4.2
016000     IF       SEAL-MISMATCH                                       K6SCA4.2
016000              MOVE SEAL-NOTICE-LINE TO DUMMY-RECORD               K6SCA4.2
016000              PERFORM WRT-LN                                      K6SCA4.2
016000              CLOSE PRINT-FILE                                    K6SCA4.2
016000              MOVE 24 TO RETURN-CODE                              K6SCA4.2
016000              MOVE "TEST-CASE FILE DOES NOT MATCH ITS SEAL"       K6SCA4.2
016000                  TO LEDGER-REASON                                K6SCA4.2
016000              PERFORM WRITE-RUN-LEDGER                            K6SCA4.2
016000              GO TO TERMINATE-CCVS.                               K6SCA4.2
016001     OPEN     OUTPUT DIGEST-FILE.                                 K6SCA4.2
016005     OPEN     OUTPUT MACHINE-FILE.                                K6SCA4.2
016005     PERFORM  WRITE-MACHINE-HEADER.                               K6SCA4.2
016096              OPEN I-O INSPECT-DISPOSITION-FILE.                  K6SCA4.2
016091     PERFORM  RESTART-ROUTINE.                                    K6SCA4.2
016091     PERFORM  LOAD-TICKET-XREF THRU LOAD-TICKET-XREF-EXIT.        K6SCA4.2
016091     PERFORM  LOAD-QUARANTINE THRU LOAD-QUARANTINE-EXIT.          K6SCA4.2
016100     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   K6SCA4.2
016200     MOVE    SPACE TO TEST-RESULTS.                               K6SCA4.2
016300     PERFORM  HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.             K6SCA4.2
016695           RESULT-JOURNAL-FILE DIGEST-FILE                        K6SCA4.2
016696           INSPECT-DISPOSITION-FILE.                              K6SCA4.2
016696     PERFORM  REGISTER-REPORT-DATASETS.                           K6SCA4.2
016696     PERFORM  WRITE-RUN-LEDGER.                                   K6SCA4.2
016700 TERMINATE-CCVS.                                                  K6SCA4.2
      *Initially next two lines had the 'S' indicator which is unknown
016800     EXIT PROGRAM.                                                K6SCA4.2
017400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      K6SCA4.2
017420     PERFORM  FEATURE-TALLY-UPDATE.                               K6SCA4.2
017500     MOVE "****TEST DELETED****" TO RE-MARK.                      K6SCA4.2
017500 QUARANTINE.  MOVE "QUAR*" TO P-OR-F.                             K6SCA4.2
017500     ADD      1 TO QUARANTINE-COUNTER.                            K6SCA4.2
017500     MOVE     TC-DISPOSITION TO QUARANTINED-RESULT.               K6SCA4.2
017500     MOVE     QT-TICKET-REF (QUARANTINE-SUB) TO QRM-TICKET-REF.   K6SCA4.2
017500     MOVE     QUARANTINE-REMARK TO RE-MARK.                       K6SCA4.2
017500 PREREQ-SKIP.  MOVE "SKIP*" TO P-OR-F.                            K6SCA4.2
017500     ADD      1 TO PREREQ-SKIPPED-COUNTER.                        K6SCA4.2
017500     MOVE     PREREQ-REMARK-TEXT TO RE-MARK.                      K6SCA4.2
018500     MOVE SPACE TO CORRECT-X.                                     K6SCA4.2
018600     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         K6SCA4.2
018700     MOVE     SPACE TO RE-MARK.                                   K6SCA4.2
018710*    A QUARANTINED CASE IS NOTED WITH ITS UNDERLYING              K6SCA4.2
018710*    RESULT SO A FAILED PREREQUISITE STILL SKIPS.                 K6SCA4.2
018710 NOTE-RUN-DISPOSITION.                                            K6SCA4.2
018710     IF       RUN-DISP-COUNT LESS THAN 500                        K6SCA4.2
018710              ADD 1 TO RUN-DISP-COUNT                             K6SCA4.2
018710              MOVE PAR-NAME TO RD-PAR-NAME (RUN-DISP-COUNT)       K6SCA4.2
018710              IF P-OR-F EQUAL TO "QUAR*"                          K6SCA4.2
018710                 MOVE QUARANTINED-RESULT                          K6SCA4.2
018710                      TO RD-DISPOSITION (RUN-DISP-COUNT)          K6SCA4.2
018710              ELSE                                                K6SCA4.2
018710                 MOVE P-OR-F TO RD-DISPOSITION (RUN-DISP-COUNT).  K6SCA4.2
018710 PREREQ-CHECK.                                                    K6SCA4.2
018710     MOVE     "N" TO PREREQ-FAILED-SW.                            K6SCA4.2
018710     IF       TC-PREREQ-PAR-NAME EQUAL TO SPACE                   K6SCA4.2
020300      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               K6SCA4.2
020400      ADD PASS-COUNTER TO ERROR-HOLD.                             K6SCA4.2
020450      ADD PREV-ACCEPTED-COUNTER TO ERROR-HOLD.                    K6SCA4.2
020450      ADD QUARANTINE-COUNTER TO ERROR-HOLD.                       K6SCA4.2
020500*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   K6SCA4.2
020600      MOVE PASS-COUNTER TO CCVS-E-4-1.                            K6SCA4.2
020700      MOVE ERROR-HOLD TO CCVS-E-4-2.                              K6SCA4.2
022904      MOVE "TEST(S) PREVIOUSLY ACCEPTED, NOT RE-FLAGGED" TO       K6SCA4.2
022905          ENDER-DESC.                                             K6SCA4.2
022906      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          K6SCA4.2
022907      IF   QUARANTINE-COUNTER EQUAL TO ZERO                       K6SCA4.2
022907          MOVE "NO " TO ERROR-TOTAL                               K6SCA4.2
022907      ELSE MOVE QUARANTINE-COUNTER TO ERROR-TOTAL.                K6SCA4.2
022907      MOVE "TEST(S) QUARANTINED, NOT COUNTED AS ERRORS" TO        K6SCA4.2
022907          ENDER-DESC.                                             K6SCA4.2
022907      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          K6SCA4.2
022907     IF   ANSI-REF-INVALID-COUNT EQUAL TO ZERO                    K6SCA4.2
022908         MOVE "NO " TO ERROR-TOTAL                                K6SCA4.2
022909     ELSE MOVE ANSI-REF-INVALID-COUNT TO ERROR-TOTAL.             K6SCA4.2
022971     MOVE     RE-MARK TO RJ-RE-MARK.                              K6SCA4.2
022972     MOVE     CASE-ELAPSED-TIME TO RJ-ELAPSED-TIME.               K6SCA4.2
022972     MOVE     COMPILER-RELEASE TO RJ-COMPILER-REL.                K6SCA4.2
022972     MOVE     ANSI-REFERENCE TO RJ-ANSI-REFERENCE.                K6SCA4.2
022972     IF       P-OR-F EQUAL TO "QUAR*"                             K6SCA4.2
022972              MOVE QUARANTINED-RESULT TO RJ-QUAR-RESULT.          K6SCA4.2
022973     WRITE    RESULT-JOURNAL-REC.                                 K6SCA4.2
022974 COMPUTE-CASE-ELAPSED.                                            K6SCA4.2
022975     COMPUTE  CASE-START-HUNDREDTHS =                             K6SCA4.2
022973     MOVE     SKIPPED-COUNTER TO CP-SKIPPED-COUNT.                K6SCA4.2
022974     MOVE     PREV-ACCEPTED-COUNTER TO CP-PREV-ACCEPT-COUNT.      K6SCA4.2
022974     MOVE     PREREQ-SKIPPED-COUNTER TO CP-PREREQ-SKIP-COUNT.     K6SCA4.2
022974     MOVE     QUARANTINE-COUNTER TO CP-QUARANTINE-COUNT.          K6SCA4.2
022974     IF       CHECKPOINT-FOUND                                    K6SCA4.2
022975              REWRITE CHECKPOINT-REC                              K6SCA4.2
022976     ELSE                                                         K6SCA4.2
022998             MOVE CP-SKIPPED-COUNT TO SKIPPED-COUNTER             K6SCA4.2
022999             MOVE CP-PREV-ACCEPT-COUNT TO PREV-ACCEPTED-COUNTER   K6SCA4.2
022999             MOVE CP-PREREQ-SKIP-COUNT TO PREREQ-SKIPPED-COUNTER  K6SCA4.2
022999             MOVE CP-QUARANTINE-COUNT TO QUARANTINE-COUNTER       K6SCA4.2
022999             MOVE CP-CASES-DONE    TO CASES-COMPLETED-COUNT       K6SCA4.2
023000             MOVE CP-REC-CT        TO REC-CT                      K6SCA4.2
023000             MOVE CP-LAST-PAR-NAME TO PAR-NAME                    K6SCA4.2
022977     MOVE SUITE-ELAPSED-TIME TO RS-ELAPSED-TIME.                  K6SCA4.2
022978     MOVE RUN-STREAM-ID TO RS-STREAM-ID.                          K6SCA4.2
022978     MOVE COMPILER-RELEASE TO RS-COMPILER-REL.                    K6SCA4.2
022978     MOVE QUARANTINE-COUNTER TO RS-QUARANTINE-COUNT.              K6SCA4.2
022980     OPEN EXTEND RUN-SUMMARY-FILE.                                K6SCA4.2
022985     WRITE RUN-SUMMARY-REC.                                       K6SCA4.2
022990     CLOSE RUN-SUMMARY-FILE.                                      K6SCA4.2
023000     PERFORM  WRITE-DIGEST-LINE.                                  K6SCA4.2
023000 NOTE-TICKET-DIGEST-EXIT. EXIT.                                   K6SCA4.2
023000 TICKET-XREF-SCAN-NULL. EXIT.                                     K6SCA4.2
023000 LOAD-QUARANTINE.                                                 K6SCA4.2
023000     OPEN     INPUT QUARANTINE-FILE.                              K6SCA4.2
023000     IF       QUARANTINE-STATUS NOT EQUAL TO "00"                 K6SCA4.2
023000              GO TO LOAD-QUARANTINE-EXIT.                         K6SCA4.2
023000     PERFORM  READ-QUARANTINE.                                    K6SCA4.2
023000     PERFORM  POST-QUARANTINE THRU POST-QUARANTINE-EXIT           K6SCA4.2
023000              UNTIL QUARANTINE-EOF.                               K6SCA4.2
023000     CLOSE    QUARANTINE-FILE.                                    K6SCA4.2
023000 LOAD-QUARANTINE-EXIT. EXIT.                                      K6SCA4.2
023000 READ-QUARANTINE.                                                 K6SCA4.2
023000     READ QUARANTINE-FILE                                         K6SCA4.2
023000         AT END SET QUARANTINE-EOF TO TRUE.                       K6SCA4.2
023000*    ONLY THIS PROGRAM'S ENTRIES ARE KEPT, AND AN ENTRY PAST ITS  K6SCA4.2
023000*    EXPIRY DATE IS NO LONGER HONORED -- THE CASE COUNTS NORMALLY K6SCA4.2
023000*    AGAIN UNTIL THE REGISTER IS RENEWED OR THE ENTRY RELEASED.   K6SCA4.2
023000 POST-QUARANTINE.                                                 K6SCA4.2
023000     IF       QR-TEST-ID NOT EQUAL TO CCVS-PGM-ID                 K6SCA4.2
023000              GO TO POST-QUARANTINE-NEXT.                         K6SCA4.2
023000     IF       QR-EXPIRY-DATE IS NUMERIC                           K6SCA4.2
023000              AND QR-EXPIRY-DATE LESS THAN CURRENT-RUN-DATE       K6SCA4.2
023000              GO TO POST-QUARANTINE-NEXT.                         K6SCA4.2
023000     IF       QUARANTINE-ENTRY-COUNT LESS THAN 200                K6SCA4.2
023000              ADD 1 TO QUARANTINE-ENTRY-COUNT                     K6SCA4.2
023000              MOVE QR-PAR-NAME                                    K6SCA4.2
023000                   TO QT-PAR-NAME (QUARANTINE-ENTRY-COUNT)        K6SCA4.2
023000              MOVE QR-TICKET-REF                                  K6SCA4.2
023000                   TO QT-TICKET-REF (QUARANTINE-ENTRY-COUNT).     K6SCA4.2
023000 POST-QUARANTINE-NEXT.                                            K6SCA4.2
023000     PERFORM  READ-QUARANTINE.                                    K6SCA4.2
023000 POST-QUARANTINE-EXIT. EXIT.                                      K6SCA4.2
023000 QUARANTINE-CHECK.                                                K6SCA4.2
023000     MOVE     "N" TO QUARANTINE-FOUND-SW.                         K6SCA4.2
023000     PERFORM  QUARANTINE-SCAN-NULL                                K6SCA4.2
023000         VARYING QUARANTINE-SUB FROM 1 BY 1                       K6SCA4.2
023000         UNTIL QUARANTINE-SUB GREATER THAN QUARANTINE-ENTRY-COUNT K6SCA4.2
023000         OR QT-PAR-NAME (QUARANTINE-SUB) EQUAL TO PAR-NAME.       K6SCA4.2
023000     IF       QUARANTINE-SUB NOT GREATER THAN                     K6SCA4.2
023000              QUARANTINE-ENTRY-COUNT                              K6SCA4.2
023000              SET QUARANTINE-FOUND TO TRUE.                       K6SCA4.2
023000 QUARANTINE-SCAN-NULL. EXIT.                                      K6SCA4.2
023001 FAILURE-INDEX-ROUTINE.                                           K6SCA4.2
023002     MOVE     FAILURE-INDEX-HEADING TO DUMMY-RECORD.              K6SCA4.2
023003     PERFORM  WRITE-LINE.                                         K6SCA4.2
023054                  VARYING PARM-ECHO-SUB FROM 1 BY 1               K6SCA4.2
023055                  UNTIL PARM-ECHO-SUB GREATER THAN                K6SCA4.2
023056                        PARM-INVALID-COUNT.                       K6SCA4.2
023056     MOVE     SEAL-NOTICE-LINE TO DUMMY-RECORD.                   K6SCA4.2
023056     PERFORM  WRITE-LINE.                                         K6SCA4.2
023057 ECHO-INVALID-PARAMETER.                                          K6SCA4.2
023058     MOVE     PARM-INVALID-CARD (PARM-ECHO-SUB) TO PIL-CARD.      K6SCA4.2
023059     MOVE     PARM-INVALID-LINE TO DUMMY-RECORD.                  K6SCA4.2
023071     WRITE    REPORT-CATALOG-REC.                                 K6SCA4.2
023071     CLOSE    REPORT-CATALOG-FILE.                                K6SCA4.2
023071 REGISTER-REPORT-DATASETS-EXIT. EXIT.                             K6SCA4.2
023071*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER,     K6SCA4.2
023071*    FILED UNDER THE DAY THE NIGHTLY JOB TOOK THE SUITE LOCK.     K6SCA4.2
023071 WRITE-RUN-LEDGER.                                                K6SCA4.2
023071     MOVE     SPACE TO RUN-LEDGER-REC.                            K6SCA4.2
023071     MOVE     CURRENT-RUN-DATE TO LG-RUN-DATE.                    K6SCA4.2
023071     OPEN     INPUT RUN-STATE-FILE.                               K6SCA4.2
023071     IF       RUN-STATE-STATUS EQUAL TO "00"                      K6SCA4.2
023071              PERFORM READ-LEDGER-RUN-STATE                       K6SCA4.2
023071              CLOSE RUN-STATE-FILE.                               K6SCA4.2
023071     MOVE     RUN-STREAM-ID TO LG-STREAM-ID.                      K6SCA4.2
023071     MOVE     CCVS-PGM-ID TO LG-PGM-ID.                           K6SCA4.2
023071     MOVE     CURRENT-RUN-DATE TO LG-START-DATE.                  K6SCA4.2
023071     MOVE     SUITE-START-TIME TO LG-START-TIME.                  K6SCA4.2
023071     ACCEPT   LG-END-DATE FROM DATE YYYYMMDD.                     K6SCA4.2
023071     ACCEPT   LG-END-TIME FROM TIME.                              K6SCA4.2
023071     MOVE     RETURN-CODE TO LG-RETURN-CODE.                      K6SCA4.2
023071     MOVE     LEDGER-REASON TO LG-REASON.                         K6SCA4.2
023071     OPEN     EXTEND RUN-LEDGER-FILE.                             K6SCA4.2
023071     IF       RUN-LEDGER-STATUS EQUAL TO "00"                     K6SCA4.2
023071              WRITE RUN-LEDGER-REC                                K6SCA4.2
023071              CLOSE RUN-LEDGER-FILE.                              K6SCA4.2
023071 READ-LEDGER-RUN-STATE.                                           K6SCA4.2
023071     READ     RUN-STATE-FILE                                      K6SCA4.2
023071         AT END MOVE SPACE TO RN-HOLDER.                          K6SCA4.2
023071     IF       RN-HOLDER EQUAL TO "NIGHTLY "                       K6SCA4.2
023071              MOVE RN-SINCE-DATE TO LG-RUN-DATE.                  K6SCA4.2
023071*    THE TEST-CASE FILE IS SEALED BY CCVSVAL ON EVERY CLEAN RUN:  K6SCA4.2
023071*    RECORD COUNT AND A HASH TOTAL OVER THE DISPOSITION, PAR-NAME,K6SCA4.2
023071*    FEATURE, PREREQUISITE AND ANSI REFERENCE OF EACH CASE.  THE  K6SCA4.2
023071*    FILE IS READ ONCE HERE AND CHECKED AGAINST THE SEAL BEFORE   K6SCA4.2
023071*    ANY CASE IS RUN, SO A CASE EDITED OUTSIDE CCVSVAL STOPS THE  K6SCA4.2
023071*    STEP (RC 24).  WITH NO SEAL DATASET OR RECORD THE CHECK IS   K6SCA4.2
023071*    SKIPPED AND SAID SO.                                         K6SCA4.2
023071 VERIFY-TEST-CASE-SEAL.                                           K6SCA4.2
023071     MOVE     "N" TO SEAL-CHECK-SW.                               K6SCA4.2
023071     MOVE     ZERO TO SEAL-CASE-COUNT SEAL-HASH-TOTAL.            K6SCA4.2
023071     MOVE     SPACE TO TSL-TEXT.                                  K6SCA4.2
023071     OPEN     INPUT TEST-CASE-SEAL-FILE.                          K6SCA4.2
023071     IF       TEST-CASE-SEAL-STATUS NOT EQUAL TO "00"             K6SCA4.2
023071              MOVE "TEST-CASE SEAL NOT CHECKED - NO SEAL DATASET" K6SCA4.2
023071                  TO TSL-TEXT                                     K6SCA4.2
023071              GO TO VERIFY-TEST-CASE-SEAL-EXIT.                   K6SCA4.2
023071     READ     TEST-CASE-SEAL-FILE                                 K6SCA4.2
023071         AT END MOVE SPACE TO TEST-CASE-SEAL-REC.                 K6SCA4.2
023071     CLOSE    TEST-CASE-SEAL-FILE.                                K6SCA4.2
023071     IF       TS-FILE-ID NOT EQUAL TO "TESTCASE"                  K6SCA4.2
023071              MOVE "TEST-CASE SEAL NOT CHECKED - NO SEAL RECORD"  K6SCA4.2
023071                  TO TSL-TEXT                                     K6SCA4.2
023071              GO TO VERIFY-TEST-CASE-SEAL-EXIT.                   K6SCA4.2
023071     OPEN     INPUT TEST-CASE-FILE.                               K6SCA4.2
023071     PERFORM  READ-TEST-CASE.                                     K6SCA4.2
023071     PERFORM  HASH-SEALED-CASE UNTIL TEST-CASE-EOF.               K6SCA4.2
023071     CLOSE    TEST-CASE-FILE.                                     K6SCA4.2
023071     MOVE     "N" TO TEST-CASE-EOF-SW.                            K6SCA4.2
023071     IF       SEAL-CASE-COUNT EQUAL TO TS-RECORD-COUNT            K6SCA4.2
023071              AND SEAL-HASH-TOTAL EQUAL TO TS-HASH-TOTAL          K6SCA4.2
023071              SET SEAL-VERIFIED TO TRUE                           K6SCA4.2
023071              STRING "TEST-CASE SEAL VERIFIED - SEALED BY "       K6SCA4.2
023071                  TS-SEALED-BY " ON " TS-SEAL-DATE                K6SCA4.2
023071                  DELIMITED BY SIZE INTO TSL-TEXT                 K6SCA4.2
023071     ELSE                                                         K6SCA4.2
023071              SET SEAL-MISMATCH TO TRUE                           K6SCA4.2
023071              STRING "*** TEST-CASE FILE DOES NOT MATCH SEAL OF " K6SCA4.2
023071                  TS-SEAL-DATE " (SEALED " TS-RECORD-COUNT        K6SCA4.2
023071                  " RECORDS, NOW " SEAL-CASE-COUNT                K6SCA4.2
023071                  ") - NO CASES RUN"                              K6SCA4.2
023071                  DELIMITED BY SIZE INTO TSL-TEXT.                K6SCA4.2
023071 VERIFY-TEST-CASE-SEAL-EXIT. EXIT.                                K6SCA4.2
023071 HASH-SEALED-CASE.                                                K6SCA4.2
023071     ADD      1 TO SEAL-CASE-COUNT.                               K6SCA4.2
023071     MOVE     TEST-CASE-REC (241:84) TO SEAL-HASH-AREA.           K6SCA4.2
023071     MOVE     ZERO TO SEAL-RECORD-HASH.                           K6SCA4.2
023071     MOVE     LOW-VALUE TO SB-HIGH.                               K6SCA4.2
023071     PERFORM  HASH-SEAL-BYTE                                      K6SCA4.2
023071              VARYING SEAL-HASH-SUB FROM 1 BY 1                   K6SCA4.2
023071              UNTIL SEAL-HASH-SUB GREATER THAN 84.                K6SCA4.2
023071     MULTIPLY SEAL-CASE-COUNT BY SEAL-RECORD-HASH.                K6SCA4.2
023071     ADD      SEAL-RECORD-HASH TO SEAL-HASH-TOTAL.                K6SCA4.2
023071     PERFORM  READ-TEST-CASE.                                     K6SCA4.2
023071 HASH-SEAL-BYTE.                                                  K6SCA4.2
023071     MOVE     SEAL-HASH-BYTE (SEAL-HASH-SUB) TO SB-LOW.           K6SCA4.2
023071     MULTIPLY SB-NUMBER BY SEAL-HASH-SUB GIVING SEAL-BYTE-HASH.   K6SCA4.2
023071     ADD      SEAL-BYTE-HASH TO SEAL-RECORD-HASH.                 K6SCA4.2
022991 READ-TEST-CASE.                                                  K6SCA4.2
022994     READ TEST-CASE-FILE                                          K6SCA4.2
022997         AT END SET TEST-CASE-EOF TO TRUE.                        K6SCA4.2
026575     IF       THRESHOLD-EXCEEDED                                  K6SCA4.2
026580              PERFORM WRITE-ALERT                                 K6SCA4.2
026585              MOVE 16 TO RETURN-CODE.                             K6SCA4.2
026585     IF       THRESHOLD-EXCEEDED                                  K6SCA4.2
026585              MOVE "ERROR THRESHOLD EXCEEDED" TO LEDGER-REASON.   K6SCA4.2
026586     MOVE     ERROR-THRESHOLD TO DTL-THRESHOLD.                   K6SCA4.2
026587     MOVE     ERROR-COUNTER TO DTL-ERRORS.                        K6SCA4.2
026588     IF       THRESHOLD-EXCEEDED                                  K6SCA4.2
027805     MOVE     SPACE TO RE-MARK.                                   K6SCA4.2
027810     MOVE     TC-PAR-NAME TO PAR-NAME.                            K6SCA4.2
027812     MOVE     TC-FEATURE TO FEATURE.                              K6SCA4.2
027812     MOVE     TC-ANSI-REFERENCE TO ANSI-REFERENCE.                K6SCA4.2
027815     IF       RERUN-FAILED-ONLY                                   K6SCA4.2
027816              PERFORM READ-HISTORY-DETAIL                         K6SCA4.2
027817              IF    HISTORY-DETAIL-FOUND                          K6SCA4.2
027818              AND   PRIOR-DISPOSITION-VALUE NOT EQUAL TO "FAIL*"  K6SCA4.2
027819              AND   PRIOR-DISPOSITION-VALUE NOT EQUAL TO "*****"  K6SCA4.2
027819              AND   PRIOR-DISPOSITION-VALUE NOT EQUAL TO "QUAR*"  K6SCA4.2
027822              AND   PRIOR-DISPOSITION-VALUE NOT EQUAL TO "SKIP*"  K6SCA4.2
027822                    GO TO LB106A-PROCESS-CASE-SKIP.               K6SCA4.2
027822     PERFORM  PREREQ-CHECK THRU PREREQ-CHECK-EXIT.                K6SCA4.2
027963     PERFORM  CHECKPOINT-ROUTINE.                                 K6SCA4.2
027963 LB106A-PROCESS-CASE-EXIT. EXIT.                                  K6SCA4.2
027980 LB106A-SET-DISPOSITION.                                          K6SCA4.2
028000     PERFORM  QUARANTINE-CHECK.                                   K6SCA4.2
028000     IF       QUARANTINE-FOUND                                    K6SCA4.2
028000              PERFORM QUARANTINE                                  K6SCA4.2
028000     ELSE                                                         K6SCA4.2
028000     IF       TC-DISPOSITION EQUAL TO "PASS "                     K6SCA4.2
028020              PERFORM PASS                                        K6SCA4.2
028040     ELSE                                                         K6SCA4.2
