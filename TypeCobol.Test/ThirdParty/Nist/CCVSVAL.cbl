000180*    MUST BE ONE OF THE FIVE KNOWN VALUES, PAR-NAME MUST BE       CCVSV1.0
000190*    NON-BLANK AND UNIQUE, AND THE DISTINCT FEATURES MUST FIT     CCVSV1.0
000200*    A PREREQUISITE, WHEN CODED, MUST NAME AN EARLIER PAR-NAME    CCVSV1.0
000203*    IN THE FILE (THE CASE IT DEPENDS ON MUST RUN FIRST), AND     CCVSV1.0
000206*    THE 30-ENTRY FEATURE-TALLY-TABLE.  ANY ERROR ENDS THE STEP   CCVSV1.0
000210*    WITH RETURN CODE 16 SO THE REST OF THE JOB IS HELD.          CCVSV1.0
000220*    THE UPDATED FILE IS WRITTEN TO A NEW DATASET; A CLEAN RC 0   CCVSV1.0
000230*    MEANS IT IS SAFE TO RENAME OVER THE LIVE TEST-CASE FILE.     CCVSV1.0
000231*    AT THE END OF THE STEP A COMPLETION RECORD (RETURN CODE AND  CCVSV1.0
000232*    REASON) IS APPENDED TO THE RUN LEDGER, CCVS.RUN.LEDGER.      CCVSV1.0
000233*    THE LIVE FILE MUST MATCH ITS SEAL (RECORD COUNT AND A HASH   CCVSV1.0
000234*    TOTAL OVER DISPOSITION, PAR-NAME, FEATURE, PREREQUISITE AND  CCVSV1.0
000235*    ANSI REFERENCE) BEFORE ANY CARD IS APPLIED; A FILE EDITED    CCVSV1.0
000236*    OUTSIDE THIS STEP ENDS THE STEP WITH RETURN CODE 24 AND NO   CCVSV1.0
000237*    NEW FILE.  ON A CLEAN RUN A SEAL FOR THE NEW FILE IS WRITTEN CCVSV1.0
000238*    TO BE RENAMED WITH IT; THE CCVS1 PROGRAMS CHECK IT BEFORE    CCVSV1.0
000239*    RUNNING A CASE.  THE ANSI REFERENCE (THE STANDARD CLAUSE THE CCVSV1.0
000240*    CASE TESTS) IS CARRIED ON THE CASE RECORD AND MAINTAINED BY  CCVSV1.0
000241*    THE SAME ADD AND CHANGE CARDS; THE CCVS1 PROGRAMS JOURNAL IT CCVSV1.0
000242*    WITH EACH RESULT FOR THE CLAUSE COVERAGE MATRIX.             CCVSV1.0
000243 ENVIRONMENT DIVISION.                                            CCVSV1.0
000250 INPUT-OUTPUT SECTION.                                            CCVSV1.0
000260 FILE-CONTROL.                                                    CCVSV1.0
000270     SELECT TEST-CASE-FILE ASSIGN TO                              CCVSV1.0
000340     XXXXX074.                                                    CCVSV1.0
000350     SELECT AUDIT-JOURNAL-FILE ASSIGN TO                          CCVSV1.0
000360     XXXXX075.                                                    CCVSV1.0
000361     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSV1.0
000362     XXXXX129                                                     CCVSV1.0
000363     FILE STATUS IS RUN-STATE-STATUS.                             CCVSV1.0
000364     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVSV1.0
000365     XXXXX134                                                     CCVSV1.0
000366     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVSV1.0
000367     SELECT TEST-CASE-SEAL-FILE ASSIGN TO                         CCVSV1.0
000368     XXXXX162                                                     CCVSV1.0
000369     FILE STATUS IS TEST-CASE-SEAL-STATUS.                        CCVSV1.0
000370     SELECT NEW-TEST-CASE-SEAL-FILE ASSIGN TO                     CCVSV1.0
000371     XXXXX163.                                                    CCVSV1.0
000372 DATA DIVISION.                                                   CCVSV1.0
000380 FILE SECTION.                                                    CCVSV1.0
000390 FD  TEST-CASE-FILE.                                              CCVSV1.0
000400 01  TEST-CASE-REC.                                               CCVSV1.0
000430     02 TC-DISPOSITION       PIC X(5).                            CCVSV1.0
000440     02 TC-PAR-NAME          PIC X(22).                           CCVSV1.0
000450     02 TC-FEATURE           PIC X(20).                           CCVSV1.0
000453     02 TC-PREREQ-PAR-NAME   PIC X(22).                           CCVSV1.0
000456     02 TC-ANSI-REFERENCE    PIC X(15).                           CCVSV1.0
000460 FD  TRANSACTION-FILE.                                            CCVSV1.0
000470 01  TRANSACTION-REC.                                             CCVSV1.0
000480     02 TX-ACTION            PIC X.                               CCVSV1.0
000490     02 TX-USER-ID           PIC X(8).                            CCVSV1.0
000500     02 TX-CASE-IMAGE        PIC X(324).                          CCVSV1.0
000510     02 FILLER               PIC X(2).                            CCVSV1.0
000520 FD  NEW-TEST-CASE-FILE.                                          CCVSV1.0
000530 01  NEW-TEST-CASE-REC       PIC X(324).                          CCVSV1.0
000540 FD  VALIDATION-REPORT-FILE.                                      CCVSV1.0
000550 01  VALIDATION-REPORT-REC   PIC X(132).                          CCVSV1.0
000560 FD  AUDIT-JOURNAL-FILE.                                          CCVSV1.0
000610     02 AJ-ACTION            PIC X(6).                            CCVSV1.0
000620     02 AJ-IMAGE-TYPE        PIC X(6).                            CCVSV1.0
000630     02 AJ-PAR-NAME          PIC X(22).                           CCVSV1.0
000631     02 AJ-CASE-IMAGE        PIC X(324).                          CCVSV1.0
000632     02 FILLER               PIC X(3).                            CCVSV1.0
000633 FD  RUN-STATE-FILE.                                              CCVSV1.0
000634 01  RUN-STATE-REC.                                               CCVSV1.0
000635     02 RN-HOLDER             PIC X(8).                           CCVSV1.0
000636     02 FILLER                PIC X.                              CCVSV1.0
000637     02 RN-SINCE-DATE         PIC 9(8).                           CCVSV1.0
000638     02 FILLER                PIC X.                              CCVSV1.0
000639     02 RN-SINCE-TIME         PIC 9(8).                           CCVSV1.0
000640     02 FILLER                PIC X(54).                          CCVSV1.0
000641 FD  RUN-LEDGER-FILE.                                             CCVSV1.0
000642 01  RUN-LEDGER-REC.                                              CCVSV1.0
000643     02 LG-RUN-DATE           PIC 9(8).                           CCVSV1.0
000644     02 FILLER                PIC X.                              CCVSV1.0
000645     02 LG-STREAM-ID          PIC X.                              CCVSV1.0
000646     02 FILLER                PIC X.                              CCVSV1.0
000647     02 LG-PGM-ID             PIC X(9).                           CCVSV1.0
000648     02 FILLER                PIC X.                              CCVSV1.0
000649     02 LG-ACTION             PIC X(8).                           CCVSV1.0
000650     02 FILLER                PIC X.                              CCVSV1.0
000651     02 LG-START-DATE         PIC 9(8).                           CCVSV1.0
000652     02 FILLER                PIC X.                              CCVSV1.0
000653     02 LG-START-TIME         PIC 9(8).                           CCVSV1.0
000654     02 FILLER                PIC X.                              CCVSV1.0
000655     02 LG-END-DATE           PIC 9(8).                           CCVSV1.0
000656     02 FILLER                PIC X.                              CCVSV1.0
000657     02 LG-END-TIME           PIC 9(8).                           CCVSV1.0
000658     02 FILLER                PIC X.                              CCVSV1.0
000659     02 LG-RETURN-CODE        PIC 9(4).                           CCVSV1.0
000660     02 FILLER                PIC X.                              CCVSV1.0
000661     02 LG-REASON             PIC X(40).                          CCVSV1.0
000662     02 FILLER                PIC X(9).                           CCVSV1.0
000663 FD  TEST-CASE-SEAL-FILE.                                         CCVSV1.0
000664 01  TEST-CASE-SEAL-REC.                                          CCVSV1.0
000665     02 TS-FILE-ID            PIC X(8).                           CCVSV1.0
000666     02 FILLER                PIC X.                              CCVSV1.0
000667     02 TS-RECORD-COUNT       PIC 9(7).                           CCVSV1.0
000668     02 FILLER                PIC X.                              CCVSV1.0
000669     02 TS-HASH-TOTAL         PIC 9(15).                          CCVSV1.0
000670     02 FILLER                PIC X.                              CCVSV1.0
000671     02 TS-SEAL-DATE          PIC 9(8).                           CCVSV1.0
000672     02 FILLER                PIC X.                              CCVSV1.0
000673     02 TS-SEAL-TIME          PIC 9(8).                           CCVSV1.0
000674     02 FILLER                PIC X.                              CCVSV1.0
000675     02 TS-SEALED-BY          PIC X(8).                           CCVSV1.0
000676     02 FILLER                PIC X(21).                          CCVSV1.0
000677 FD  NEW-TEST-CASE-SEAL-FILE.                                     CCVSV1.0
000678 01  NEW-TEST-CASE-SEAL-REC   PIC X(80).                          CCVSV1.0
000679 WORKING-STORAGE SECTION.                                         CCVSV1.0
000680 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSV1.0
000681 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVSV1.0
000682 01  LEDGER-START-DATE                  PIC 9(8)   VALUE ZERO.    CCVSV1.0
000683 01  LEDGER-START-TIME                  PIC 9(8)   VALUE ZERO.    CCVSV1.0
000684 01  LEDGER-REASON                      PIC X(40)                 CCVSV1.0
000685         VALUE "TEST-CASE FILE VALIDATED".                        CCVSV1.0
000686 01  TEST-CASE-SEAL-STATUS              PIC XX     VALUE SPACE.   CCVSV1.0
000687 01  SEAL-CHECK-SW                      PIC X      VALUE "N".     CCVSV1.0
000688     88 SEAL-NOT-CHECKED                           VALUE "N".     CCVSV1.0
000689     88 SEAL-VERIFIED                              VALUE "V".     CCVSV1.0
000690     88 SEAL-MISMATCH                              VALUE "M".     CCVSV1.0
000691 01  LIVE-CASE-COUNT                    PIC 9(7)   VALUE ZERO.    CCVSV1.0
000692 01  LIVE-HASH-TOTAL                    PIC 9(15)  VALUE ZERO.    CCVSV1.0
000693 01  NEW-HASH-TOTAL                     PIC 9(15)  VALUE ZERO.    CCVSV1.0
000694 01  SEAL-SEQUENCE                      PIC 9(7)   VALUE ZERO.    CCVSV1.0
000695 01  SEAL-RECORD-HASH                   PIC 9(15)  VALUE ZERO.    CCVSV1.0
000696 01  SEAL-BYTE-HASH                     PIC 9(7)   VALUE ZERO.    CCVSV1.0
000697 01  SEAL-HASH-SUB                      PIC S9(4) COMP VALUE 0.   CCVSV1.0
000698 01  SEAL-HASH-AREA.                                              CCVSV1.0
000699     02 SEAL-HASH-BYTE    PIC X      OCCURS 84 TIMES.             CCVSV1.0
000700 01  SEAL-BYTE-WORK.                                              CCVSV1.0
000701     02 SB-NUMBER         PIC 9(4)   COMP.                        CCVSV1.0
000702 01  SEAL-BYTE-CHARS REDEFINES SEAL-BYTE-WORK.                    CCVSV1.0
000703     02 SB-HIGH           PIC X.                                  CCVSV1.0
000704     02 SB-LOW            PIC X.                                  CCVSV1.0
000705 01  NEW-SEAL-RECORD.                                             CCVSV1.0
000706     02 NS-FILE-ID            PIC X(8)   VALUE "TESTCASE".        CCVSV1.0
000707     02 FILLER                PIC X      VALUE SPACE.             CCVSV1.0
000708     02 NS-RECORD-COUNT       PIC 9(7)   VALUE ZERO.              CCVSV1.0
000709     02 FILLER                PIC X      VALUE SPACE.             CCVSV1.0
000710     02 NS-HASH-TOTAL         PIC 9(15)  VALUE ZERO.              CCVSV1.0
000711     02 FILLER                PIC X      VALUE SPACE.             CCVSV1.0
000712     02 NS-SEAL-DATE          PIC 9(8)   VALUE ZERO.              CCVSV1.0
000713     02 FILLER                PIC X      VALUE SPACE.             CCVSV1.0
000714     02 NS-SEAL-TIME          PIC 9(8)   VALUE ZERO.              CCVSV1.0
000715     02 FILLER                PIC X      VALUE SPACE.             CCVSV1.0
000716     02 NS-SEALED-BY          PIC X(8)   VALUE "CCVSVAL".         CCVSV1.0
000717     02 FILLER                PIC X(21)  VALUE SPACE.             CCVSV1.0
000718 01  TEST-CASE-EOF-SW                   PIC X      VALUE "N".     CCVSV1.0
000719     88 TEST-CASE-EOF                              VALUE "Y".     CCVSV1.0
000720 01  TRANSACTION-EOF-SW                 PIC X      VALUE "N".     CCVSV1.0
000721     88 TRANSACTION-EOF                            VALUE "Y".     CCVSV1.0
000722 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSV1.0
000723 01  RUN-TIME-NOW                       PIC 9(8)   VALUE ZERO.    CCVSV1.0
000730 01  CASE-COUNT                         PIC 999    VALUE ZERO.    CCVSV1.0
000740 01  CASE-TABLE.                                                  CCVSV1.0
000750     02 CASE-ENTRY OCCURS 501 TIMES.                              CCVSV1.0
000760         03 CE-CASE-IMAGE    PIC X(324).                          CCVSV1.0
000770         03 CE-CASE-FIELDS REDEFINES CE-CASE-IMAGE.               CCVSV1.0
000780             04 CE-NARRATIVE-1   PIC X(120).                      CCVSV1.0
000790             04 CE-NARRATIVE-2   PIC X(120).                      CCVSV1.0
000800             04 CE-DISPOSITION   PIC X(5).                        CCVSV1.0
000810             04 CE-PAR-NAME      PIC X(22).                       CCVSV1.0
000820             04 CE-FEATURE       PIC X(20).                       CCVSV1.0
000825             04 CE-PREREQ-PAR-NAME PIC X(22).                     CCVSV1.0
000830             04 CE-ANSI-REFERENCE PIC X(15).                      CCVSV1.0
000835 01  WORK-CASE-IMAGE                    PIC X(324) VALUE SPACE.   CCVSV1.0
000840 01  WORK-CASE-FIELDS REDEFINES WORK-CASE-IMAGE.                  CCVSV1.0
000850     02 WK-NARRATIVE-1       PIC X(120).                          CCVSV1.0
000860     02 WK-NARRATIVE-2       PIC X(120).                          CCVSV1.0
000870     02 WK-DISPOSITION       PIC X(5).                            CCVSV1.0
000880     02 WK-PAR-NAME          PIC X(22).                           CCVSV1.0
000885     02 WK-FEATURE           PIC X(20).                           CCVSV1.0
000890     02 WK-PREREQ-PAR-NAME   PIC X(22).                           CCVSV1.0
000891     02 WK-ANSI-REFERENCE    PIC X(15).                           CCVSV1.0
000892 01  AUDIT-ACTION                       PIC X(6)   VALUE SPACE.   CCVSV1.0
000894 01  AUDIT-IMAGE-TYPE                   PIC X(6)   VALUE SPACE.   CCVSV1.0
000897 01  AUDIT-CASE-IMAGE                   PIC X(324) VALUE SPACE.   CCVSV1.0
000900 01  FEATURE-NAME-COUNT                 PIC 99     VALUE ZERO.    CCVSV1.0
000910 01  FEATURE-NAME-TABLE.                                          CCVSV1.0
000920     02 FN-NAME PIC X(20) OCCURS 51 TIMES.                        CCVSV1.0
001260     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSV1.0
001270     02 VT-DESC            PIC X(50).                             CCVSV1.0
001280     02 FILLER PIC X(75) VALUE SPACE.                             CCVSV1.0
001282 01  SEAL-REPORT-LINE.                                            CCVSV1.0
001284     02 FILLER PIC X(7)  VALUE SPACE.                             CCVSV1.0
001286     02 SR-TEXT            PIC X(110).                            CCVSV1.0
001288     02 FILLER PIC X(15) VALUE SPACE.                             CCVSV1.0
001290 PROCEDURE DIVISION.                                              CCVSV1.0
001300 CCVSVAL-MAIN SECTION.                                            CCVSV1.0
001310 OPEN-FILES.                                                      CCVSV1.0
001313     ACCEPT LEDGER-START-DATE FROM DATE YYYYMMDD.                 CCVSV1.0
001316     ACCEPT LEDGER-START-TIME FROM TIME.                          CCVSV1.0
001320     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSV1.0
001330     ACCEPT RUN-TIME-NOW FROM TIME.                               CCVSV1.0
001340     OPEN OUTPUT VALIDATION-REPORT-FILE.                          CCVSV1.0
001350     PERFORM PRINT-REPORT-HEADING.                                CCVSV1.0
001360     PERFORM LOAD-CASE-TABLE.                                     CCVSV1.0
001361     PERFORM CHECK-LIVE-SEAL THRU CHECK-LIVE-SEAL-EXIT.           CCVSV1.0
001362     IF SEAL-MISMATCH                                             CCVSV1.0
001363         MOVE 24 TO RETURN-CODE                                   CCVSV1.0
001364         MOVE "TEST-CASE FILE DOES NOT MATCH ITS SEAL"            CCVSV1.0
001365             TO LEDGER-REASON                                     CCVSV1.0
001366         GO TO CLOSE-FILES.                                       CCVSV1.0
001370     OPEN EXTEND AUDIT-JOURNAL-FILE.                              CCVSV1.0
001380     PERFORM APPLY-TRANSACTIONS.                                  CCVSV1.0
001390     CLOSE AUDIT-JOURNAL-FILE.                                    CCVSV1.0
001420     PERFORM PRINT-REPORT-TOTALS.                                 CCVSV1.0
001430     IF VALIDATION-ERROR-COUNT GREATER THAN ZERO                  CCVSV1.0
001440         OR TRANS-REJECT-COUNT GREATER THAN ZERO                  CCVSV1.0
001443             MOVE 16 TO RETURN-CODE                               CCVSV1.0
001446             MOVE "TEST-CASE FILE ERRORS OR REJECTED CARDS"       CCVSV1.0
001449                 TO LEDGER-REASON                                 CCVSV1.0
001452     ELSE                                                         CCVSV1.0
001455         PERFORM WRITE-NEW-SEAL.                                  CCVSV1.0
001460 CLOSE-FILES.                                                     CCVSV1.0
001470     CLOSE VALIDATION-REPORT-FILE.                                CCVSV1.0
001475     PERFORM WRITE-RUN-LEDGER.                                    CCVSV1.0
001480     STOP RUN.                                                    CCVSV1.0
001490 LOAD-CASE-TABLE.                                                 CCVSV1.0
001500     OPEN INPUT TEST-CASE-FILE.                                   CCVSV1.0
001560     READ TEST-CASE-FILE                                          CCVSV1.0
001570         AT END SET TEST-CASE-EOF TO TRUE.                        CCVSV1.0
001580 POST-TEST-CASE.                                                  CCVSV1.0
001581     ADD 1 TO LIVE-CASE-COUNT.                                    CCVSV1.0
001582     MOVE TEST-CASE-REC (241:84) TO SEAL-HASH-AREA.               CCVSV1.0
001583     MOVE LIVE-CASE-COUNT TO SEAL-SEQUENCE.                       CCVSV1.0
001584     PERFORM HASH-SEAL-AREA.                                      CCVSV1.0
001585     ADD SEAL-RECORD-HASH TO LIVE-HASH-TOTAL.                     CCVSV1.0
001590     IF CASE-COUNT LESS THAN 500                                  CCVSV1.0
001600         ADD 1 TO CASE-COUNT                                      CCVSV1.0
001610         MOVE TEST-CASE-REC TO CE-CASE-IMAGE (CASE-COUNT)         CCVSV1.0
002970     ELSE                                                         CCVSV1.0
002980         PERFORM CHECK-DUPLICATE-PAR-NAME.                        CCVSV1.0
002990     PERFORM NOTE-FEATURE-NAME.                                   CCVSV1.0
002995     PERFORM CHECK-PREREQ-NAME THRU CHECK-PREREQ-NAME-EXIT.       CCVSV1.0
003000 VALIDATE-ONE-CASE-EXIT. EXIT.                                    CCVSV1.0
003010 NOTE-VALIDATION-ERROR-DISP.                                      CCVSV1.0
003020     ADD 1 TO VALIDATION-ERROR-COUNT.                             CCVSV1.0
003390             ADD 1 TO FEATURE-NAME-COUNT                          CCVSV1.0
003400             MOVE CE-FEATURE (SUB-1)                              CCVSV1.0
003410                 TO FN-NAME (FEATURE-NAME-COUNT).                 CCVSV1.0
003411 NOTE-FEATURE-NAME-EXIT. EXIT.                                    CCVSV1.0
003412 CHECK-PREREQ-NAME.                                               CCVSV1.0
003413     IF CE-PREREQ-PAR-NAME (SUB-1) EQUAL TO SPACE                 CCVSV1.0
003414         GO TO CHECK-PREREQ-NAME-EXIT.                            CCVSV1.0
003415     PERFORM TABLE-SCAN-NULL                                      CCVSV1.0
003416         VARYING SUB-2 FROM 1 BY 1                                CCVSV1.0
003417         UNTIL SUB-2 NOT LESS THAN SUB-1                          CCVSV1.0
003418         OR CE-PAR-NAME (SUB-2) EQUAL TO                          CCVSV1.0
003419            CE-PREREQ-PAR-NAME (SUB-1).                           CCVSV1.0
003420     IF SUB-2 NOT LESS THAN SUB-1                                 CCVSV1.0
003421         ADD 1 TO VALIDATION-ERROR-COUNT                          CCVSV1.0
003422         MOVE SPACE TO VALIDATION-ERROR-LINE                      CCVSV1.0
003423         MOVE SUB-1 TO VE-SEQ                                     CCVSV1.0
003424         MOVE CE-PAR-NAME (SUB-1) TO VE-PAR-NAME                  CCVSV1.0
003425         MOVE "PREREQUISITE NOT AN EARLIER PAR-NAME ON FILE"      CCVSV1.0
003426             TO VE-MESSAGE                                        CCVSV1.0
003427         MOVE VALIDATION-ERROR-LINE TO VALIDATION-REPORT-REC      CCVSV1.0
003428         PERFORM WRITE-REPORT-LINE.                               CCVSV1.0
003429 CHECK-PREREQ-NAME-EXIT. EXIT.                                    CCVSV1.0
003430 WRITE-NEW-TEST-CASE-FILE.                                        CCVSV1.0
003440     OPEN OUTPUT NEW-TEST-CASE-FILE.                              CCVSV1.0
003450     PERFORM WRITE-ONE-NEW-CASE                                   CCVSV1.0
003490 WRITE-ONE-NEW-CASE.                                              CCVSV1.0
003500     MOVE CE-CASE-IMAGE (SUB-1) TO NEW-TEST-CASE-REC.             CCVSV1.0
003510     WRITE NEW-TEST-CASE-REC.                                     CCVSV1.0
003511     MOVE CE-CASE-IMAGE (SUB-1) (241:84) TO SEAL-HASH-AREA.       CCVSV1.0
003512     MOVE SUB-1 TO SEAL-SEQUENCE.                                 CCVSV1.0
003513     PERFORM HASH-SEAL-AREA.                                      CCVSV1.0
003514     ADD SEAL-RECORD-HASH TO NEW-HASH-TOTAL.                      CCVSV1.0
003515*    THE SEAL IS A COUNT AND A HASH TOTAL OVER THE SEALED FIELDS: CCVSV1.0
003516*    EACH BYTE'S VALUE TIMES ITS POSITION, SUMMED FOR THE RECORD, CCVSV1.0
003517*    THEN TIMES THE RECORD'S SEQUENCE SO A REORDERING SHOWS TOO.  CCVSV1.0
003518 HASH-SEAL-AREA.                                                  CCVSV1.0
003519     MOVE ZERO TO SEAL-RECORD-HASH.                               CCVSV1.0
003520     MOVE LOW-VALUE TO SB-HIGH.                                   CCVSV1.0
003521     PERFORM HASH-SEAL-BYTE                                       CCVSV1.0
003522         VARYING SEAL-HASH-SUB FROM 1 BY 1                        CCVSV1.0
003523         UNTIL SEAL-HASH-SUB GREATER THAN 84.                     CCVSV1.0
003524     MULTIPLY SEAL-SEQUENCE BY SEAL-RECORD-HASH.                  CCVSV1.0
003525 HASH-SEAL-BYTE.                                                  CCVSV1.0
003526     MOVE SEAL-HASH-BYTE (SEAL-HASH-SUB) TO SB-LOW.               CCVSV1.0
003527     MULTIPLY SB-NUMBER BY SEAL-HASH-SUB GIVING SEAL-BYTE-HASH.   CCVSV1.0
003528     ADD SEAL-BYTE-HASH TO SEAL-RECORD-HASH.                      CCVSV1.0
003529*    NO SEAL DATASET (DD DUMMY) OR AN EMPTY ONE LEAVES THE FILE   CCVSV1.0
003530*    UNCHECKED - THE FIRST RUN, OR A DELIBERATE RESEAL AFTER A    CCVSV1.0
003531*    RESTORE OR A REVIEWED CORRECTION.  A MISMATCH STOPS THE RUN. CCVSV1.0
003532 CHECK-LIVE-SEAL.                                                 CCVSV1.0
003533     MOVE "N" TO SEAL-CHECK-SW.                                   CCVSV1.0
003534     MOVE SPACE TO SEAL-REPORT-LINE.                              CCVSV1.0
003535     OPEN INPUT TEST-CASE-SEAL-FILE.                              CCVSV1.0
003536     IF TEST-CASE-SEAL-STATUS NOT EQUAL TO "00"                   CCVSV1.0
003537         MOVE "LIVE FILE SEAL NOT CHECKED - NO SEAL DATASET"      CCVSV1.0
003538             TO SR-TEXT                                           CCVSV1.0
003539         GO TO CHECK-LIVE-SEAL-PRINT.                             CCVSV1.0
003540     READ TEST-CASE-SEAL-FILE                                     CCVSV1.0
003541         AT END MOVE SPACE TO TEST-CASE-SEAL-REC.                 CCVSV1.0
003542     CLOSE TEST-CASE-SEAL-FILE.                                   CCVSV1.0
003543     IF TS-FILE-ID NOT EQUAL TO "TESTCASE"                        CCVSV1.0
003544         MOVE "LIVE FILE SEAL NOT CHECKED - NO SEAL RECORD"       CCVSV1.0
003545             TO SR-TEXT                                           CCVSV1.0
003546         GO TO CHECK-LIVE-SEAL-PRINT.                             CCVSV1.0
003547     IF LIVE-CASE-COUNT EQUAL TO TS-RECORD-COUNT                  CCVSV1.0
003548         AND LIVE-HASH-TOTAL EQUAL TO TS-HASH-TOTAL               CCVSV1.0
003549             SET SEAL-VERIFIED TO TRUE                            CCVSV1.0
003550             STRING "LIVE FILE MATCHES ITS SEAL - SEALED BY "     CCVSV1.0
003551                 TS-SEALED-BY " ON " TS-SEAL-DATE                 CCVSV1.0
003552                 DELIMITED BY SIZE INTO SR-TEXT                   CCVSV1.0
003553     ELSE                                                         CCVSV1.0
003554             SET SEAL-MISMATCH TO TRUE                            CCVSV1.0
003555             STRING "*** LIVE FILE DOES NOT MATCH SEAL OF "       CCVSV1.0
003556                 TS-SEAL-DATE " (SEALED " TS-RECORD-COUNT         CCVSV1.0
003557                 " RECORDS, NOW " LIVE-CASE-COUNT                 CCVSV1.0
003558                 ") - NO CARDS APPLIED, RC 24"                    CCVSV1.0
003559                 DELIMITED BY SIZE INTO SR-TEXT.                  CCVSV1.0
003560 CHECK-LIVE-SEAL-PRINT.                                           CCVSV1.0
003561     MOVE SEAL-REPORT-LINE TO VALIDATION-REPORT-REC.              CCVSV1.0
003562     PERFORM WRITE-REPORT-LINE.                                   CCVSV1.0
003563 CHECK-LIVE-SEAL-EXIT. EXIT.                                      CCVSV1.0
003564 WRITE-NEW-SEAL.                                                  CCVSV1.0
003565     MOVE CASE-COUNT TO NS-RECORD-COUNT.                          CCVSV1.0
003566     MOVE NEW-HASH-TOTAL TO NS-HASH-TOTAL.                        CCVSV1.0
003567     MOVE TODAYS-RUN-DATE TO NS-SEAL-DATE.                        CCVSV1.0
003568     MOVE RUN-TIME-NOW TO NS-SEAL-TIME.                           CCVSV1.0
003569     OPEN OUTPUT NEW-TEST-CASE-SEAL-FILE.                         CCVSV1.0
003570     WRITE NEW-TEST-CASE-SEAL-REC FROM NEW-SEAL-RECORD.           CCVSV1.0
003571     CLOSE NEW-TEST-CASE-SEAL-FILE.                               CCVSV1.0
003572     MOVE SPACE TO SEAL-REPORT-LINE.                              CCVSV1.0
003573     STRING "NEW FILE SEALED - " NS-RECORD-COUNT                  CCVSV1.0
003574         " RECORDS, HASH " NS-HASH-TOTAL                          CCVSV1.0
003575         DELIMITED BY SIZE INTO SR-TEXT.                          CCVSV1.0
003576     MOVE SEAL-REPORT-LINE TO VALIDATION-REPORT-REC.              CCVSV1.0
003577     PERFORM WRITE-REPORT-LINE.                                   CCVSV1.0
003578 PRINT-REPORT-HEADING.                                            CCVSV1.0
003579     MOVE TODAYS-RUN-DATE TO VH-RUN-DATE.                         CCVSV1.0
003580     MOVE VALIDATION-HEADING-1 TO VALIDATION-REPORT-REC.          CCVSV1.0
003581     PERFORM WRITE-REPORT-LINE.                                   CCVSV1.0
003582 PRINT-REPORT-TOTALS.                                             CCVSV1.0
003583     MOVE SPACE TO VALIDATION-TOTAL-LINE.                         CCVSV1.0
003584     MOVE CASE-COUNT TO VT-COUNT.                                 CCVSV1.0
003590     MOVE "TEST-CASE RECORDS ON FILE AFTER MAINTENANCE"           CCVSV1.0
003600         TO VT-DESC.                                              CCVSV1.0
003610     MOVE VALIDATION-TOTAL-LINE TO VALIDATION-REPORT-REC.         CCVSV1.0
003780     PERFORM WRITE-REPORT-LINE.                                   CCVSV1.0
003790 WRITE-REPORT-LINE.                                               CCVSV1.0
003800     WRITE VALIDATION-REPORT-REC AFTER ADVANCING 1 LINES.         CCVSV1.0
003810*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVSV1.0
003820*    THE RUN DATE IS THE DAY THE NIGHTLY JOB TOOK THE SUITE LOCK, CCVSV1.0
003830*    SO A STEP ENDING AFTER MIDNIGHT STILL FILES UNDER ITS NIGHT. CCVSV1.0
003840 WRITE-RUN-LEDGER.                                                CCVSV1.0
003850     MOVE SPACE TO RUN-LEDGER-REC.                                CCVSV1.0
003860     MOVE LEDGER-START-DATE TO LG-RUN-DATE.                       CCVSV1.0
003870     OPEN INPUT RUN-STATE-FILE.                                   CCVSV1.0
003880     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVSV1.0
003890         PERFORM READ-LEDGER-RUN-STATE                            CCVSV1.0
003900         CLOSE RUN-STATE-FILE.                                    CCVSV1.0
003910     MOVE SPACE TO LG-STREAM-ID.                                  CCVSV1.0
003920     MOVE "CCVSVAL" TO LG-PGM-ID.                                 CCVSV1.0
003930     MOVE LEDGER-START-DATE TO LG-START-DATE.                     CCVSV1.0
003940     MOVE LEDGER-START-TIME TO LG-START-TIME.                     CCVSV1.0
003950     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVSV1.0
003960     ACCEPT LG-END-TIME FROM TIME.                                CCVSV1.0
003970     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVSV1.0
003980     MOVE LEDGER-REASON TO LG-REASON.                             CCVSV1.0
003990     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVSV1.0
004000     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVSV1.0
004010         WRITE RUN-LEDGER-REC                                     CCVSV1.0
004020         CLOSE RUN-LEDGER-FILE.                                   CCVSV1.0
004030 READ-LEDGER-RUN-STATE.                                           CCVSV1.0
004040     READ RUN-STATE-FILE                                          CCVSV1.0
004050         AT END MOVE SPACE TO RN-HOLDER.                          CCVSV1.0
004060     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVSV1.0
004070         MOVE RN-SINCE-DATE TO LG-RUN-DATE.                       CCVSV1.0
