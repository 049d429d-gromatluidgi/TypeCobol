000250*    WITH RETURN CODE 16 SO THE REST OF THE JOB IS HELD.  THE     CCVSO1.0
000260*    UPDATED FILES ARE WRITTEN TO NEW DATASETS; A CLEAN RC 0      CCVSO1.0
000270*    MEANS IT IS SAFE TO RENAME THEM OVER THE LIVE FILES.         CCVSO1.0
000271*    AT THE END OF THE STEP A COMPLETION RECORD (RETURN CODE AND  CCVSO1.0
000272*    REASON) IS APPENDED TO THE RUN LEDGER, CCVS.RUN.LEDGER.      CCVSO1.0
000273*    BOTH LIVE FILES MUST MATCH THEIR SEALS (RECORD COUNT AND A   CCVSO1.0
000274*    HASH TOTAL OVER EVERY RECORD) BEFORE ANY CARD IS APPLIED; A  CCVSO1.0
000275*    FILE EDITED OUTSIDE THIS STEP ENDS THE STEP WITH RETURN CODE CCVSO1.0
000276*    24 AND NO NEW FILES.  ON A CLEAN RUN SEALS FOR THE TWO NEW   CCVSO1.0
000277*    FILES ARE WRITTEN TO A NEW SEAL DATASET TO BE RENAMED WITH   CCVSO1.0
000278*    THEM.                                                        CCVSO1.0
000280 ENVIRONMENT DIVISION.                                            CCVSO1.0
000290 INPUT-OUTPUT SECTION.                                            CCVSO1.0
000300 FILE-CONTROL.                                                    CCVSO1.0
000420     XXXXX096.                                                    CCVSO1.0
000430     SELECT AUDIT-JOURNAL-FILE ASSIGN TO                          CCVSO1.0
000440     XXXXX097.                                                    CCVSO1.0
000441     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSO1.0
000442     XXXXX129                                                     CCVSO1.0
000443     FILE STATUS IS RUN-STATE-STATUS.                             CCVSO1.0
000444     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVSO1.0
000445     XXXXX134                                                     CCVSO1.0
000446     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVSO1.0
000447     SELECT ROSTER-SEAL-FILE ASSIGN TO                            CCVSO1.0
000448     XXXXX164                                                     CCVSO1.0
000449     FILE STATUS IS ROSTER-SEAL-STATUS.                           CCVSO1.0
000450     SELECT NEW-ROSTER-SEAL-FILE ASSIGN TO                        CCVSO1.0
000451     XXXXX165.                                                    CCVSO1.0
000452 DATA DIVISION.                                                   CCVSO1.0
000460 FILE SECTION.                                                    CCVSO1.0
000470 FD  ROSTER-FILE.                                                 CCVSO1.0
000480 01  ROSTER-REC.                                                  CCVSO1.0
000810     02 AJ-PGM-ID            PIC X(9).                            CCVSO1.0
000820     02 AJ-REC-IMAGE         PIC X(80).                           CCVSO1.0
000830     02 FILLER               PIC X(4).                            CCVSO1.0
000831 FD  RUN-STATE-FILE.                                              CCVSO1.0
000832 01  RUN-STATE-REC.                                               CCVSO1.0
000833     02 RN-HOLDER             PIC X(8).                           CCVSO1.0
000834     02 FILLER                PIC X.                              CCVSO1.0
000835     02 RN-SINCE-DATE         PIC 9(8).                           CCVSO1.0
000836     02 FILLER                PIC X.                              CCVSO1.0
000837     02 RN-SINCE-TIME         PIC 9(8).                           CCVSO1.0
000838     02 FILLER                PIC X(54).                          CCVSO1.0
000839 FD  RUN-LEDGER-FILE.                                             CCVSO1.0
000840 01  RUN-LEDGER-REC.                                              CCVSO1.0
000841     02 LG-RUN-DATE           PIC 9(8).                           CCVSO1.0
000842     02 FILLER                PIC X.                              CCVSO1.0
000843     02 LG-STREAM-ID          PIC X.                              CCVSO1.0
000844     02 FILLER                PIC X.                              CCVSO1.0
000845     02 LG-PGM-ID             PIC X(9).                           CCVSO1.0
000846     02 FILLER                PIC X.                              CCVSO1.0
000847     02 LG-ACTION             PIC X(8).                           CCVSO1.0
000848     02 FILLER                PIC X.                              CCVSO1.0
000849     02 LG-START-DATE         PIC 9(8).                           CCVSO1.0
000850     02 FILLER                PIC X.                              CCVSO1.0
000851     02 LG-START-TIME         PIC 9(8).                           CCVSO1.0
000852     02 FILLER                PIC X.                              CCVSO1.0
000853     02 LG-END-DATE           PIC 9(8).                           CCVSO1.0
000854     02 FILLER                PIC X.                              CCVSO1.0
000855     02 LG-END-TIME           PIC 9(8).                           CCVSO1.0
000856     02 FILLER                PIC X.                              CCVSO1.0
000857     02 LG-RETURN-CODE        PIC 9(4).                           CCVSO1.0
000858     02 FILLER                PIC X.                              CCVSO1.0
000859     02 LG-REASON             PIC X(40).                          CCVSO1.0
000860     02 FILLER                PIC X(9).                           CCVSO1.0
000861 FD  ROSTER-SEAL-FILE.                                            CCVSO1.0
000862 01  ROSTER-SEAL-REC.                                             CCVSO1.0
000863     02 TS-FILE-ID            PIC X(8).                           CCVSO1.0
000864     02 FILLER                PIC X.                              CCVSO1.0
000865     02 TS-RECORD-COUNT       PIC 9(7).                           CCVSO1.0
000866     02 FILLER                PIC X.                              CCVSO1.0
000867     02 TS-HASH-TOTAL         PIC 9(15).                          CCVSO1.0
000868     02 FILLER                PIC X.                              CCVSO1.0
000869     02 TS-SEAL-DATE          PIC 9(8).                           CCVSO1.0
000870     02 FILLER                PIC X.                              CCVSO1.0
000871     02 TS-SEAL-TIME          PIC 9(8).                           CCVSO1.0
000872     02 FILLER                PIC X.                              CCVSO1.0
000873     02 TS-SEALED-BY          PIC X(8).                           CCVSO1.0
000874     02 FILLER                PIC X(21).                          CCVSO1.0
000875 FD  NEW-ROSTER-SEAL-FILE.                                        CCVSO1.0
000876 01  NEW-ROSTER-SEAL-REC      PIC X(80).                          CCVSO1.0
000877 WORKING-STORAGE SECTION.                                         CCVSO1.0
000878 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSO1.0
000879 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVSO1.0
000880 01  LEDGER-START-DATE                  PIC 9(8)   VALUE ZERO.    CCVSO1.0
000881 01  LEDGER-START-TIME                  PIC 9(8)   VALUE ZERO.    CCVSO1.0
000882 01  LEDGER-REASON                      PIC X(40)                 CCVSO1.0
000883         VALUE "ROSTER AND ROUTING VALIDATED".                    CCVSO1.0
000884 01  ROSTER-SEAL-STATUS                 PIC XX     VALUE SPACE.   CCVSO1.0
000885 01  ROSTER-SEAL-EOF-SW                 PIC X      VALUE "N".     CCVSO1.0
000886     88 ROSTER-SEAL-EOF                            VALUE "Y".     CCVSO1.0
000887 01  SEAL-CHECK-SW                      PIC X      VALUE "N".     CCVSO1.0
000888     88 SEAL-NOT-CHECKED                           VALUE "N".     CCVSO1.0
000889     88 SEAL-VERIFIED                              VALUE "V".     CCVSO1.0
000890     88 SEAL-MISMATCH                              VALUE "M".     CCVSO1.0
000891 01  ROSTER-SEAL-FOUND-SW               PIC X      VALUE "N".     CCVSO1.0
000892     88 ROSTER-SEAL-FOUND                          VALUE "Y".     CCVSO1.0
000893 01  ROUTING-SEAL-FOUND-SW              PIC X      VALUE "N".     CCVSO1.0
000894     88 ROUTING-SEAL-FOUND                         VALUE "Y".     CCVSO1.0
000895 01  LIVE-ROSTER-COUNT                  PIC 9(7)   VALUE ZERO.    CCVSO1.0
000896 01  LIVE-ROSTER-HASH                   PIC 9(15)  VALUE ZERO.    CCVSO1.0
000897 01  LIVE-ROUTING-COUNT                 PIC 9(7)   VALUE ZERO.    CCVSO1.0
000898 01  LIVE-ROUTING-HASH                  PIC 9(15)  VALUE ZERO.    CCVSO1.0
000899 01  NEW-ROSTER-HASH                    PIC 9(15)  VALUE ZERO.    CCVSO1.0
000900 01  NEW-ROUTING-HASH                   PIC 9(15)  VALUE ZERO.    CCVSO1.0
000901 01  SEAL-LIVE-COUNT                    PIC 9(7)   VALUE ZERO.    CCVSO1.0
000902 01  SEAL-LIVE-HASH                     PIC 9(15)  VALUE ZERO.    CCVSO1.0
000903 01  SEAL-SEQUENCE                      PIC 9(7)   VALUE ZERO.    CCVSO1.0
000904 01  SEAL-RECORD-HASH                   PIC 9(15)  VALUE ZERO.    CCVSO1.0
000905 01  SEAL-BYTE-HASH                     PIC 9(7)   VALUE ZERO.    CCVSO1.0
000906 01  SEAL-HASH-SUB                      PIC S9(4) COMP VALUE 0.   CCVSO1.0
000907 01  SEAL-HASH-AREA.                                              CCVSO1.0
000908     02 SEAL-HASH-BYTE    PIC X      OCCURS 80 TIMES.             CCVSO1.0
000909 01  SEAL-BYTE-WORK.                                              CCVSO1.0
000910     02 SB-NUMBER         PIC 9(4)   COMP.                        CCVSO1.0
000911 01  SEAL-BYTE-CHARS REDEFINES SEAL-BYTE-WORK.                    CCVSO1.0
000912     02 SB-HIGH           PIC X.                                  CCVSO1.0
000913     02 SB-LOW            PIC X.                                  CCVSO1.0
000914 01  NEW-SEAL-RECORD.                                             CCVSO1.0
000915     02 NS-FILE-ID            PIC X(8)   VALUE SPACE.             CCVSO1.0
000916     02 FILLER                PIC X      VALUE SPACE.             CCVSO1.0
000917     02 NS-RECORD-COUNT       PIC 9(7)   VALUE ZERO.              CCVSO1.0
000918     02 FILLER                PIC X      VALUE SPACE.             CCVSO1.0
000919     02 NS-HASH-TOTAL         PIC 9(15)  VALUE ZERO.              CCVSO1.0
000920     02 FILLER                PIC X      VALUE SPACE.             CCVSO1.0
000921     02 NS-SEAL-DATE          PIC 9(8)   VALUE ZERO.              CCVSO1.0
000922     02 FILLER                PIC X      VALUE SPACE.             CCVSO1.0
000923     02 NS-SEAL-TIME          PIC 9(8)   VALUE ZERO.              CCVSO1.0
000924     02 FILLER                PIC X      VALUE SPACE.             CCVSO1.0
000925     02 NS-SEALED-BY          PIC X(8)   VALUE "CCVSROS".         CCVSO1.0
000926     02 FILLER                PIC X(21)  VALUE SPACE.             CCVSO1.0
000927 01  ROSTER-EOF-SW                      PIC X      VALUE "N".     CCVSO1.0
000928     88 ROSTER-EOF                                 VALUE "Y".     CCVSO1.0
000929 01  ROUTING-EOF-SW                     PIC X      VALUE "N".     CCVSO1.0
000930     88 ROUTING-EOF                                VALUE "Y".     CCVSO1.0
000931 01  TRANSACTION-EOF-SW                 PIC X      VALUE "N".     CCVSO1.0
000932     88 TRANSACTION-EOF                            VALUE "Y".     CCVSO1.0
000933 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSO1.0
000934 01  RUN-TIME-NOW                       PIC 9(8)   VALUE ZERO.    CCVSO1.0
000935 01  ROSTER-COUNT                       PIC 99     VALUE ZERO.    CCVSO1.0
000940 01  ROSTER-TABLE.                                                CCVSO1.0
000950     02 ROSTER-ENTRY OCCURS 51 TIMES.                             CCVSO1.0
000960         03 RE-REC-IMAGE     PIC X(80).                           CCVSO1.0
001550     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSO1.0
001560     02 VT-DESC            PIC X(50).                             CCVSO1.0
001570     02 FILLER PIC X(75) VALUE SPACE.                             CCVSO1.0
001571 01  SEAL-REPORT-LINE.                                            CCVSO1.0
001572     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSO1.0
001573     02 SR-FILE-ID         PIC X(7).                              CCVSO1.0
001574     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSO1.0
001575     02 SR-TEXT            PIC X(110).                            CCVSO1.0
001576     02 FILLER PIC X(13) VALUE SPACE.                             CCVSO1.0
001580 PROCEDURE DIVISION.                                              CCVSO1.0
001590 CCVSROS-MAIN SECTION.                                            CCVSO1.0
001600 OPEN-FILES.                                                      CCVSO1.0
001603     ACCEPT LEDGER-START-DATE FROM DATE YYYYMMDD.                 CCVSO1.0
001606     ACCEPT LEDGER-START-TIME FROM TIME.                          CCVSO1.0
001610     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSO1.0
001620     ACCEPT RUN-TIME-NOW FROM TIME.                               CCVSO1.0
001630     OPEN OUTPUT VALIDATION-REPORT-FILE.                          CCVSO1.0
001640     PERFORM PRINT-REPORT-HEADING.                                CCVSO1.0
001650     PERFORM LOAD-ROSTER-TABLE.                                   CCVSO1.0
001660     PERFORM LOAD-ROUTING-TABLE.                                  CCVSO1.0
001661     PERFORM CHECK-LIVE-SEALS THRU CHECK-LIVE-SEALS-EXIT.         CCVSO1.0
001662     IF SEAL-MISMATCH                                             CCVSO1.0
001663         MOVE 24 TO RETURN-CODE                                   CCVSO1.0
001664         MOVE "ROSTER/ROUTING DOES NOT MATCH ITS SEAL"            CCVSO1.0
001665             TO LEDGER-REASON                                     CCVSO1.0
001666         GO TO CLOSE-FILES.                                       CCVSO1.0
001670     OPEN EXTEND AUDIT-JOURNAL-FILE.                              CCVSO1.0
001680     PERFORM APPLY-TRANSACTIONS.                                  CCVSO1.0
001690     CLOSE AUDIT-JOURNAL-FILE.                                    CCVSO1.0
001750     PERFORM PRINT-REPORT-TOTALS.                                 CCVSO1.0
001760     IF VALIDATION-ERROR-COUNT GREATER THAN ZERO                  CCVSO1.0
001770         OR TRANS-REJECT-COUNT GREATER THAN ZERO                  CCVSO1.0
001773             MOVE 16 TO RETURN-CODE                               CCVSO1.0
001776             MOVE "ROSTER/ROUTING ERRORS OR REJECTED CARDS"       CCVSO1.0
001779                 TO LEDGER-REASON                                 CCVSO1.0
001782     ELSE                                                         CCVSO1.0
001785         PERFORM WRITE-NEW-SEALS.                                 CCVSO1.0
001790 CLOSE-FILES.                                                     CCVSO1.0
001800     CLOSE VALIDATION-REPORT-FILE.                                CCVSO1.0
001805     PERFORM WRITE-RUN-LEDGER.                                    CCVSO1.0
001810     STOP RUN.                                                    CCVSO1.0
001820 LOAD-ROSTER-TABLE.                                               CCVSO1.0
001830     OPEN INPUT ROSTER-FILE.                                      CCVSO1.0
001890     READ ROSTER-FILE                                             CCVSO1.0
001900         AT END SET ROSTER-EOF TO TRUE.                           CCVSO1.0
001910 POST-ROSTER.                                                     CCVSO1.0
001911     ADD 1 TO LIVE-ROSTER-COUNT.                                  CCVSO1.0
001912     MOVE ROSTER-REC TO SEAL-HASH-AREA.                           CCVSO1.0
001913     MOVE LIVE-ROSTER-COUNT TO SEAL-SEQUENCE.                     CCVSO1.0
001914     PERFORM HASH-SEAL-AREA.                                      CCVSO1.0
001915     ADD SEAL-RECORD-HASH TO LIVE-ROSTER-HASH.                    CCVSO1.0
001920     IF EP-PGM-ID EQUAL TO SPACE                                  CCVSO1.0
001930         GO TO POST-ROSTER-NEXT.                                  CCVSO1.0
001940     IF ROSTER-COUNT LESS THAN 50                                 CCVSO1.0
002130     READ ROUTING-TABLE-FILE                                      CCVSO1.0
002140         AT END SET ROUTING-EOF TO TRUE.                          CCVSO1.0
002150 POST-ROUTING.                                                    CCVSO1.0
002151     ADD 1 TO LIVE-ROUTING-COUNT.                                 CCVSO1.0
002152     MOVE ROUTING-TABLE-REC TO SEAL-HASH-AREA.                    CCVSO1.0
002153     MOVE LIVE-ROUTING-COUNT TO SEAL-SEQUENCE.                    CCVSO1.0
002154     PERFORM HASH-SEAL-AREA.                                      CCVSO1.0
002155     ADD SEAL-RECORD-HASH TO LIVE-ROUTING-HASH.                   CCVSO1.0
002160     IF RT-PGM-ID EQUAL TO SPACE                                  CCVSO1.0
002170         GO TO POST-ROUTING-NEXT.                                 CCVSO1.0
002180     IF ROUTING-COUNT LESS THAN 50                                CCVSO1.0
005460 WRITE-ONE-NEW-ROSTER.                                            CCVSO1.0
005470     MOVE RE-REC-IMAGE (SUB-1) TO NEW-ROSTER-REC.                 CCVSO1.0
005480     WRITE NEW-ROSTER-REC.                                        CCVSO1.0
005482     MOVE RE-REC-IMAGE (SUB-1) TO SEAL-HASH-AREA.                 CCVSO1.0
005484     MOVE SUB-1 TO SEAL-SEQUENCE.                                 CCVSO1.0
005486     PERFORM HASH-SEAL-AREA.                                      CCVSO1.0
005488     ADD SEAL-RECORD-HASH TO NEW-ROSTER-HASH.                     CCVSO1.0
005490 WRITE-NEW-ROUTING-FILE.                                          CCVSO1.0
005500     OPEN OUTPUT NEW-ROUTING-FILE.                                CCVSO1.0
005510     PERFORM WRITE-ONE-NEW-ROUTING                                CCVSO1.0
005550 WRITE-ONE-NEW-ROUTING.                                           CCVSO1.0
005560     MOVE RG-REC-IMAGE (SUB-1) TO NEW-ROUTING-REC.                CCVSO1.0
005570     WRITE NEW-ROUTING-REC.                                       CCVSO1.0
005571     MOVE RG-REC-IMAGE (SUB-1) TO SEAL-HASH-AREA.                 CCVSO1.0
005572     MOVE SUB-1 TO SEAL-SEQUENCE.                                 CCVSO1.0
005573     PERFORM HASH-SEAL-AREA.                                      CCVSO1.0
005574     ADD SEAL-RECORD-HASH TO NEW-ROUTING-HASH.                    CCVSO1.0
005575*    THE SEAL IS A COUNT AND A HASH TOTAL OVER WHOLE RECORDS:     CCVSO1.0
005576*    EACH BYTE'S VALUE TIMES ITS POSITION, SUMMED FOR THE RECORD, CCVSO1.0
005577*    THEN TIMES THE RECORD'S SEQUENCE SO A REORDERING SHOWS TOO.  CCVSO1.0
005578 HASH-SEAL-AREA.                                                  CCVSO1.0
005579     MOVE ZERO TO SEAL-RECORD-HASH.                               CCVSO1.0
005580     MOVE LOW-VALUE TO SB-HIGH.                                   CCVSO1.0
005581     PERFORM HASH-SEAL-BYTE                                       CCVSO1.0
005582         VARYING SEAL-HASH-SUB FROM 1 BY 1                        CCVSO1.0
005583         UNTIL SEAL-HASH-SUB GREATER THAN 80.                     CCVSO1.0
005584     MULTIPLY SEAL-SEQUENCE BY SEAL-RECORD-HASH.                  CCVSO1.0
005585 HASH-SEAL-BYTE.                                                  CCVSO1.0
005586     MOVE SEAL-HASH-BYTE (SEAL-HASH-SUB) TO SB-LOW.               CCVSO1.0
005587     MULTIPLY SB-NUMBER BY SEAL-HASH-SUB GIVING SEAL-BYTE-HASH.   CCVSO1.0
005588     ADD SEAL-BYTE-HASH TO SEAL-RECORD-HASH.                      CCVSO1.0
005589*    NO SEAL DATASET (DD DUMMY) OR NO RECORD FOR A FILE LEAVES IT CCVSO1.0
005590*    UNCHECKED - THE FIRST RUN, OR A DELIBERATE RESEAL AFTER A    CCVSO1.0
005591*    RESTORE OR A REVIEWED CORRECTION.  A MISMATCH STOPS THE RUN. CCVSO1.0
005592 CHECK-LIVE-SEALS.                                                CCVSO1.0
005593     MOVE "N" TO SEAL-CHECK-SW.                                   CCVSO1.0
005594     OPEN INPUT ROSTER-SEAL-FILE.                                 CCVSO1.0
005595     IF ROSTER-SEAL-STATUS NOT EQUAL TO "00"                      CCVSO1.0
005596         MOVE SPACE TO SEAL-REPORT-LINE                           CCVSO1.0
005597         MOVE "BOTH" TO SR-FILE-ID                                CCVSO1.0
005598         MOVE "LIVE FILE SEALS NOT CHECKED - NO SEAL DATASET"     CCVSO1.0
005599             TO SR-TEXT                                           CCVSO1.0
005600         MOVE SEAL-REPORT-LINE TO VALIDATION-REPORT-REC           CCVSO1.0
005601         PERFORM WRITE-REPORT-LINE                                CCVSO1.0
005602         GO TO CHECK-LIVE-SEALS-EXIT.                             CCVSO1.0
005603     PERFORM READ-ROSTER-SEAL.                                    CCVSO1.0
005604     PERFORM CHECK-ONE-SEAL THRU CHECK-ONE-SEAL-EXIT              CCVSO1.0
005605         UNTIL ROSTER-SEAL-EOF.                                   CCVSO1.0
005606     CLOSE ROSTER-SEAL-FILE.                                      CCVSO1.0
005607     IF NOT ROSTER-SEAL-FOUND                                     CCVSO1.0
005608         MOVE SPACE TO SEAL-REPORT-LINE                           CCVSO1.0
005609         MOVE "ROSTER " TO SR-FILE-ID                             CCVSO1.0
005610         MOVE "LIVE FILE SEAL NOT CHECKED - NO SEAL RECORD"       CCVSO1.0
005611             TO SR-TEXT                                           CCVSO1.0
005612         MOVE SEAL-REPORT-LINE TO VALIDATION-REPORT-REC           CCVSO1.0
005613         PERFORM WRITE-REPORT-LINE.                               CCVSO1.0
005614     IF NOT ROUTING-SEAL-FOUND                                    CCVSO1.0
005615         MOVE SPACE TO SEAL-REPORT-LINE                           CCVSO1.0
005616         MOVE "ROUTING" TO SR-FILE-ID                             CCVSO1.0
005617         MOVE "LIVE FILE SEAL NOT CHECKED - NO SEAL RECORD"       CCVSO1.0
005618             TO SR-TEXT                                           CCVSO1.0
005619         MOVE SEAL-REPORT-LINE TO VALIDATION-REPORT-REC           CCVSO1.0
005620         PERFORM WRITE-REPORT-LINE.                               CCVSO1.0
005621 CHECK-LIVE-SEALS-EXIT. EXIT.                                     CCVSO1.0
005622 READ-ROSTER-SEAL.                                                CCVSO1.0
005623     READ ROSTER-SEAL-FILE                                        CCVSO1.0
005624         AT END SET ROSTER-SEAL-EOF TO TRUE.                      CCVSO1.0
005625 CHECK-ONE-SEAL.                                                  CCVSO1.0
005626     MOVE SPACE TO SEAL-REPORT-LINE.                              CCVSO1.0
005627     IF TS-FILE-ID EQUAL TO "ROSTER  "                            CCVSO1.0
005628         MOVE "Y" TO ROSTER-SEAL-FOUND-SW                         CCVSO1.0
005629         MOVE "ROSTER " TO SR-FILE-ID                             CCVSO1.0
005630         MOVE LIVE-ROSTER-COUNT TO SEAL-LIVE-COUNT                CCVSO1.0
005631         MOVE LIVE-ROSTER-HASH TO SEAL-LIVE-HASH                  CCVSO1.0
005632     ELSE IF TS-FILE-ID EQUAL TO "ROUTING "                       CCVSO1.0
005633         MOVE "Y" TO ROUTING-SEAL-FOUND-SW                        CCVSO1.0
005634         MOVE "ROUTING" TO SR-FILE-ID                             CCVSO1.0
005635         MOVE LIVE-ROUTING-COUNT TO SEAL-LIVE-COUNT               CCVSO1.0
005636         MOVE LIVE-ROUTING-HASH TO SEAL-LIVE-HASH                 CCVSO1.0
005637     ELSE                                                         CCVSO1.0
005638         GO TO CHECK-ONE-SEAL-NEXT.                               CCVSO1.0
005639     IF SEAL-LIVE-COUNT EQUAL TO TS-RECORD-COUNT                  CCVSO1.0
005640         AND SEAL-LIVE-HASH EQUAL TO TS-HASH-TOTAL                CCVSO1.0
005641             STRING "LIVE FILE MATCHES ITS SEAL - SEALED BY "     CCVSO1.0
005642                 TS-SEALED-BY " ON " TS-SEAL-DATE                 CCVSO1.0
005643                 DELIMITED BY SIZE INTO SR-TEXT                   CCVSO1.0
005644     ELSE                                                         CCVSO1.0
005645             SET SEAL-MISMATCH TO TRUE                            CCVSO1.0
005646             STRING "*** LIVE FILE DOES NOT MATCH SEAL OF "       CCVSO1.0
005647                 TS-SEAL-DATE " (SEALED " TS-RECORD-COUNT         CCVSO1.0
005648                 " RECORDS, NOW " SEAL-LIVE-COUNT                 CCVSO1.0
005649                 ") - NO CARDS APPLIED, RC 24"                    CCVSO1.0
005650                 DELIMITED BY SIZE INTO SR-TEXT.                  CCVSO1.0
005651     MOVE SEAL-REPORT-LINE TO VALIDATION-REPORT-REC.              CCVSO1.0
005652     PERFORM WRITE-REPORT-LINE.                                   CCVSO1.0
005653 CHECK-ONE-SEAL-NEXT.                                             CCVSO1.0
005654     PERFORM READ-ROSTER-SEAL.                                    CCVSO1.0
005655 CHECK-ONE-SEAL-EXIT. EXIT.                                       CCVSO1.0
005656 WRITE-NEW-SEALS.                                                 CCVSO1.0
005657     MOVE TODAYS-RUN-DATE TO NS-SEAL-DATE.                        CCVSO1.0
005658     MOVE RUN-TIME-NOW TO NS-SEAL-TIME.                           CCVSO1.0
005659     OPEN OUTPUT NEW-ROSTER-SEAL-FILE.                            CCVSO1.0
005660     MOVE "ROSTER  " TO NS-FILE-ID.                               CCVSO1.0
005661     MOVE ROSTER-COUNT TO NS-RECORD-COUNT.                        CCVSO1.0
005662     MOVE NEW-ROSTER-HASH TO NS-HASH-TOTAL.                       CCVSO1.0
005663     WRITE NEW-ROSTER-SEAL-REC FROM NEW-SEAL-RECORD.              CCVSO1.0
005664     MOVE "ROSTER " TO SR-FILE-ID.                                CCVSO1.0
005665     PERFORM PRINT-NEW-SEAL.                                      CCVSO1.0
005666     MOVE "ROUTING " TO NS-FILE-ID.                               CCVSO1.0
005667     MOVE ROUTING-COUNT TO NS-RECORD-COUNT.                       CCVSO1.0
005668     MOVE NEW-ROUTING-HASH TO NS-HASH-TOTAL.                      CCVSO1.0
005669     WRITE NEW-ROSTER-SEAL-REC FROM NEW-SEAL-RECORD.              CCVSO1.0
005670     MOVE "ROUTING" TO SR-FILE-ID.                                CCVSO1.0
005671     PERFORM PRINT-NEW-SEAL.                                      CCVSO1.0
005672     CLOSE NEW-ROSTER-SEAL-FILE.                                  CCVSO1.0
005673 PRINT-NEW-SEAL.                                                  CCVSO1.0
005674     MOVE SPACE TO SR-TEXT.                                       CCVSO1.0
005675     STRING "NEW FILE SEALED - " NS-RECORD-COUNT                  CCVSO1.0
005676         " RECORDS, HASH " NS-HASH-TOTAL                          CCVSO1.0
005677         DELIMITED BY SIZE INTO SR-TEXT.                          CCVSO1.0
005678     MOVE SEAL-REPORT-LINE TO VALIDATION-REPORT-REC.              CCVSO1.0
005679     PERFORM WRITE-REPORT-LINE.                                   CCVSO1.0
005680 PRINT-REPORT-HEADING.                                            CCVSO1.0
005681     MOVE TODAYS-RUN-DATE TO VH-RUN-DATE.                         CCVSO1.0
005682     MOVE VALIDATION-HEADING-1 TO VALIDATION-REPORT-REC.          CCVSO1.0
005683     PERFORM WRITE-REPORT-LINE.                                   CCVSO1.0
005684 PRINT-REPORT-TOTALS.                                             CCVSO1.0
005685     MOVE SPACE TO VALIDATION-TOTAL-LINE.                         CCVSO1.0
005686     MOVE ROSTER-COUNT TO VT-COUNT.                               CCVSO1.0
005687     MOVE "ROSTER RECORDS ON FILE AFTER MAINTENANCE" TO VT-DESC.  CCVSO1.0
005688     MOVE VALIDATION-TOTAL-LINE TO VALIDATION-REPORT-REC.         CCVSO1.0
005689     PERFORM WRITE-REPORT-LINE.                                   CCVSO1.0
005690     MOVE SPACE TO VALIDATION-TOTAL-LINE.                         CCVSO1.0
005691     MOVE ROUTING-COUNT TO VT-COUNT.                              CCVSO1.0
005700     MOVE "ROUTING RECORDS ON FILE AFTER MAINTENANCE"             CCVSO1.0
005710         TO VT-DESC.                                              CCVSO1.0
005720     MOVE VALIDATION-TOTAL-LINE TO VALIDATION-REPORT-REC.         CCVSO1.0
005880     PERFORM WRITE-REPORT-LINE.                                   CCVSO1.0
005890 WRITE-REPORT-LINE.                                               CCVSO1.0
005900     WRITE VALIDATION-REPORT-REC AFTER ADVANCING 1 LINES.         CCVSO1.0
005910*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVSO1.0
005920*    THE RUN DATE IS THE DAY THE NIGHTLY JOB TOOK THE SUITE LOCK, CCVSO1.0
005930*    SO A STEP ENDING AFTER MIDNIGHT STILL FILES UNDER ITS NIGHT. CCVSO1.0
005940 WRITE-RUN-LEDGER.                                                CCVSO1.0
005950     MOVE SPACE TO RUN-LEDGER-REC.                                CCVSO1.0
005960     MOVE LEDGER-START-DATE TO LG-RUN-DATE.                       CCVSO1.0
005970     OPEN INPUT RUN-STATE-FILE.                                   CCVSO1.0
005980     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVSO1.0
005990         PERFORM READ-LEDGER-RUN-STATE                            CCVSO1.0
006000         CLOSE RUN-STATE-FILE.                                    CCVSO1.0
006010     MOVE SPACE TO LG-STREAM-ID.                                  CCVSO1.0
006020     MOVE "CCVSROS" TO LG-PGM-ID.                                 CCVSO1.0
006030     MOVE LEDGER-START-DATE TO LG-START-DATE.                     CCVSO1.0
006040     MOVE LEDGER-START-TIME TO LG-START-TIME.                     CCVSO1.0
006050     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVSO1.0
006060     ACCEPT LG-END-TIME FROM TIME.                                CCVSO1.0
006070     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVSO1.0
006080     MOVE LEDGER-REASON TO LG-REASON.                             CCVSO1.0
006090     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVSO1.0
006100     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVSO1.0
006110         WRITE RUN-LEDGER-REC                                     CCVSO1.0
006120         CLOSE RUN-LEDGER-FILE.                                   CCVSO1.0
006130 READ-LEDGER-RUN-STATE.                                           CCVSO1.0
006140     READ RUN-STATE-FILE                                          CCVSO1.0
006150         AT END MOVE SPACE TO RN-HOLDER.                          CCVSO1.0
006160     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVSO1.0
006170         MOVE RN-SINCE-DATE TO LG-RUN-DATE.                       CCVSO1.0
