000120*    ARCHIVE-SPANNING CHRONOLOGY EXTRACT FOR AUDITORS AND         CCVSC1.0
000130*    COMPILER VENDORS.  EACH REQUEST CARD NAMES EITHER ONE TEST   CCVSC1.0
000140*    PARAGRAPH (TYPE P, TEST-ID AND PAR-NAME) OR ONE FEATURE      CCVSC1.0
000147*    (TYPE F).  FOR EACH CARD THE PROGRAM READS THE LIVE RESULT   CCVSC1.0
000154*    JOURNAL END TO END AND THEN THE KEYED ARCHIVE INDEX KEPT BY  CCVSC1.0
000161*    CCVSHKP (CCVS.JOURNAL.ARCHIVE.INDEX, ON TEST-ID, PAR-NAME ANDCCVSC1.0
000168*    RUN DATE) - GOING STRAIGHT TO THE PARAGRAPH'S RECORDS FOR A  CCVSC1.0
000175*    TYPE P CARD, READING THE WHOLE INDEX FOR A FEATURE - AND     CCVSC1.0
000182*    PRINTS A DATED CHRONOLOGY OF EVERY RUN - DISPOSITION,        CCVSC1.0
000189*    COMPUTED AGAINST CORRECT, RE-MARK AND ELAPSED TIME - WITH THECCVSC1.0
000196*    FIRST-FAILED AND LAST-PASSED DATES SUMMARIZED AT THE TOP.    CCVSC1.0
000203*    WHEN THE INDEX CANNOT BE OPENED THE SEQUENTIAL JOURNAL       CCVSC1.0
000210*    ARCHIVE (CCVS.JOURNAL.ARCHIVE) IS READ END TO END INSTEAD.   CCVSC1.0
000217*    THE HISTORY FILES ONLY KEEP THE LATEST RESULT, SO THIS IS    CCVSC1.0
000224*    THE ONLY WAY TO ANSWER "SHOW ME EVERYTHING THIS TEST HAS DONECCVSC1.0
000231*    SINCE MARCH" ONCE CCVSHKP HAS ARCHIVED THE OLDER JOURNAL     CCVSC1.0
000238*    RECORDS.  RUN ON DEMAND FROM THE MAINTENANCE JOB.            CCVSC1.0
000250 ENVIRONMENT DIVISION.                                            CCVSC1.0
000260 INPUT-OUTPUT SECTION.                                            CCVSC1.0
000270 FILE-CONTROL.                                                    CCVSC1.0
000300     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO                        CCVSC1.0
000310     XXXXX091                                                     CCVSC1.0
000320     FILE STATUS IS JOURNAL-ARCHIVE-STATUS.                       CCVSC1.0
000321     SELECT ARCHIVE-INDEX-FILE ASSIGN TO                          CCVSC1.0
000322     XXXXX139                                                     CCVSC1.0
000323     ORGANIZATION INDEXED ACCESS MODE DYNAMIC                     CCVSC1.0
000324     RECORD KEY IS AX-KEY                                         CCVSC1.0
000325     FILE STATUS IS ARCHIVE-INDEX-STATUS.                         CCVSC1.0
000330     SELECT RESULT-JOURNAL-FILE ASSIGN TO                         CCVSC1.0
000340     XXXXX064.                                                    CCVSC1.0
000350     SELECT CHRONOLOGY-REPORT-FILE ASSIGN TO                      CCVSC1.0
000600     02 JA-RE-MARK            PIC X(61).                          CCVSC1.0
000610     02 JA-ELAPSED-TIME       PIC 9(7).                           CCVSC1.0
000620     02 JA-COMPILER-REL       PIC X(8).                           CCVSC1.0
000621     02 FILLER                PIC X(20).                          CCVSC1.0
000622 FD  ARCHIVE-INDEX-FILE.                                          CCVSC1.0
000623 01  ARCHIVE-INDEX-REC.                                           CCVSC1.0
000624     02 AX-KEY.                                                   CCVSC1.0
000625         03 AX-TEST-ID        PIC X(9).                           CCVSC1.0
000626         03 AX-PAR-NAME       PIC X(22).                          CCVSC1.0
000627         03 AX-RUN-DATE       PIC 9(8).                           CCVSC1.0
000628         03 AX-DUP-SEQ        PIC 99.                             CCVSC1.0
000629     02 AX-JOURNAL-IMAGE.                                         CCVSC1.0
000630         03 FILLER            PIC X(39).                          CCVSC1.0
000631         03 AX-DISPOSITION    PIC X(5).                           CCVSC1.0
000632         03 AX-FEATURE        PIC X(20).                          CCVSC1.0
000633         03 AX-COMPUTED       PIC X(20).                          CCVSC1.0
000634         03 AX-CORRECT        PIC X(20).                          CCVSC1.0
000635         03 AX-RE-MARK        PIC X(61).                          CCVSC1.0
000636         03 AX-ELAPSED-TIME   PIC 9(7).                           CCVSC1.0
000637         03 AX-COMPILER-REL   PIC X(8).                           CCVSC1.0
000638         03 FILLER            PIC X(20).                          CCVSC1.0
000639 FD  RESULT-JOURNAL-FILE.                                         CCVSC1.0
000640 01  RESULT-JOURNAL-REC.                                          CCVSC1.0
000650     02 RJ-TEST-ID            PIC X(9).                           CCVSC1.0
000660     02 RJ-PAR-NAME           PIC X(22).                          CCVSC1.0
000720     02 RJ-RE-MARK            PIC X(61).                          CCVSC1.0
000730     02 RJ-ELAPSED-TIME       PIC 9(7).                           CCVSC1.0
000740     02 RJ-COMPILER-REL       PIC X(8).                           CCVSC1.0
000745     02 FILLER                PIC X(20).                          CCVSC1.0
000750 FD  CHRONOLOGY-REPORT-FILE.                                      CCVSC1.0
000760 01  CHRONOLOGY-REPORT-REC              PIC X(132).               CCVSC1.0
000770 WORKING-STORAGE SECTION.                                         CCVSC1.0
000780 01  JOURNAL-ARCHIVE-STATUS             PIC XX     VALUE SPACE.   CCVSC1.0
000781 01  ARCHIVE-INDEX-STATUS               PIC XX     VALUE SPACE.   CCVSC1.0
000782 01  ARCHIVE-INDEX-SW                   PIC X      VALUE "N".     CCVSC1.0
000783     88 ARCHIVE-INDEX-OPEN                         VALUE "Y".     CCVSC1.0
000784 01  INDEX-EOF-SW                       PIC X      VALUE "N".     CCVSC1.0
000785     88 INDEX-EOF                                  VALUE "Y".     CCVSC1.0
000786 01  SEEK-TEST-ID                       PIC X(9)   VALUE SPACE.   CCVSC1.0
000787 01  SEEK-PAR-NAME                      PIC X(22)  VALUE SPACE.   CCVSC1.0
000790 01  CARD-EOF-SW                        PIC X      VALUE "N".     CCVSC1.0
000800     88 CARD-EOF                                   VALUE "Y".     CCVSC1.0
000810 01  ARCHIVE-EOF-SW                     PIC X      VALUE "N".     CCVSC1.0
001600     02 FILLER PIC X(44)                                          CCVSC1.0
001610         VALUE "NO JOURNAL RECORDS MATCH THIS REQUEST".           CCVSC1.0
001620     02 FILLER PIC X(87) VALUE SPACE.                             CCVSC1.0
001621 01  INDEX-UNAVAILABLE-LINE.                                      CCVSC1.0
001622     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSC1.0
001623     02 FILLER PIC X(44)                                          CCVSC1.0
001624         VALUE "KEYED ARCHIVE INDEX NOT AVAILABLE (STATUS ".      CCVSC1.0
001625     02 IU-STATUS          PIC XX.                                CCVSC1.0
001626     02 FILLER PIC X(37)                                          CCVSC1.0
001627         VALUE ") - ARCHIVE WILL BE READ END TO END".             CCVSC1.0
001628     02 FILLER PIC X(48) VALUE SPACE.                             CCVSC1.0
001630 01  OVERFLOW-NOTE-LINE.                                          CCVSC1.0
001640     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSC1.0
001650     02 OV-COUNT           PIC ZZZZ9.                             CCVSC1.0
001730     OPEN OUTPUT CHRONOLOGY-REPORT-FILE.                          CCVSC1.0
001740     MOVE CHRONOLOGY-HEADING-1 TO CHRONOLOGY-REPORT-REC.          CCVSC1.0
001750     PERFORM WRITE-REPORT-LINE.                                   CCVSC1.0
001755     PERFORM OPEN-ARCHIVE-INDEX.                                  CCVSC1.0
001760     OPEN INPUT REQUEST-CARD-FILE.                                CCVSC1.0
001770     PERFORM READ-REQUEST-CARD.                                   CCVSC1.0
001780     PERFORM PROCESS-REQUEST THRU PROCESS-REQUEST-EXIT            CCVSC1.0
001790         UNTIL CARD-EOF.                                          CCVSC1.0
001800     CLOSE REQUEST-CARD-FILE.                                     CCVSC1.0
001803     IF ARCHIVE-INDEX-OPEN                                        CCVSC1.0
001806         CLOSE ARCHIVE-INDEX-FILE.                                CCVSC1.0
001810 CLOSE-FILES.                                                     CCVSC1.0
001820     CLOSE CHRONOLOGY-REPORT-FILE.                                CCVSC1.0
001830     STOP RUN.                                                    CCVSC1.0
001840 READ-REQUEST-CARD.                                               CCVSC1.0
001850     READ REQUEST-CARD-FILE                                       CCVSC1.0
001860         AT END SET CARD-EOF TO TRUE.                             CCVSC1.0
001861*    THE KEYED ARCHIVE INDEX STAYS OPEN FOR THE WHOLE RUN; EACH   CCVSC1.0
001862*    REQUEST STARTS ON ITS OWN KEYS.                              CCVSC1.0
001863 OPEN-ARCHIVE-INDEX.                                              CCVSC1.0
001864     OPEN INPUT ARCHIVE-INDEX-FILE.                               CCVSC1.0
001865     IF ARCHIVE-INDEX-STATUS EQUAL TO "00"                        CCVSC1.0
001866         SET ARCHIVE-INDEX-OPEN TO TRUE                           CCVSC1.0
001867     ELSE                                                         CCVSC1.0
001868         MOVE ARCHIVE-INDEX-STATUS TO IU-STATUS                   CCVSC1.0
001869         MOVE INDEX-UNAVAILABLE-LINE TO CHRONOLOGY-REPORT-REC     CCVSC1.0
001870         PERFORM WRITE-REPORT-LINE.                               CCVSC1.0
001871 PROCESS-REQUEST.                                                 CCVSC1.0
001880     IF RQ-TYPE NOT EQUAL TO "P" AND RQ-TYPE NOT EQUAL TO "F"     CCVSC1.0
001890         GO TO PROCESS-REQUEST-NEXT.                              CCVSC1.0
001900     ADD 1 TO REQUEST-COUNT.                                      CCVSC1.0
002010     MOVE ZERO TO MATCH-OVERFLOW-COUNT.                           CCVSC1.0
002020     MOVE ZERO TO FIRST-FAILED-DATE.                              CCVSC1.0
002030     MOVE ZERO TO LAST-PASSED-DATE.                               CCVSC1.0
002060     PERFORM SCAN-LIVE-JOURNAL.                                   CCVSC1.0
002065     PERFORM SEARCH-ARCHIVE THRU SEARCH-ARCHIVE-EXIT.             CCVSC1.0
002070     PERFORM SORT-MATCHES-BY-DATE.                                CCVSC1.0
002080     PERFORM SUMMARIZE-MATCHES                                    CCVSC1.0
002090         VARYING SUB-1 FROM 1 BY 1                                CCVSC1.0
002120 PROCESS-REQUEST-NEXT.                                            CCVSC1.0
002130     PERFORM READ-REQUEST-CARD.                                   CCVSC1.0
002140 PROCESS-REQUEST-EXIT. EXIT.                                      CCVSC1.0
002141*    A PARAGRAPH REQUEST STARTS THE INDEX ON ITS OWN TEST-ID AND  CCVSC1.0
002142*    PAR-NAME.  A FEATURE REQUEST READS THE WHOLE INDEX, SO THAT  CCVSC1.0
002143*    A PARAGRAPH WHOSE RUNS ARE ALL ARCHIVED IS STILL FOUND.  THE CCVSC1.0
002144*    SEQUENTIAL ARCHIVE IS ONLY READ WHEN THE INDEX IS NOT OPEN.  CCVSC1.0
002145 SEARCH-ARCHIVE.                                                  CCVSC1.0
002146     IF NOT ARCHIVE-INDEX-OPEN                                    CCVSC1.0
002147         PERFORM SCAN-JOURNAL-ARCHIVE                             CCVSC1.0
002148             THRU SCAN-JOURNAL-ARCHIVE-EXIT                       CCVSC1.0
002149         GO TO SEARCH-ARCHIVE-EXIT.                               CCVSC1.0
002150     IF REQUEST-TYPE EQUAL TO "P"                                 CCVSC1.0
002151         MOVE REQUEST-TEST-ID TO SEEK-TEST-ID                     CCVSC1.0
002152         MOVE REQUEST-PAR-NAME TO SEEK-PAR-NAME                   CCVSC1.0
002153         PERFORM POSITION-ARCHIVE-INDEX                           CCVSC1.0
002154             THRU POSITION-ARCHIVE-INDEX-EXIT                     CCVSC1.0
002155         GO TO SEARCH-ARCHIVE-EXIT.                               CCVSC1.0
002156     PERFORM SCAN-ARCHIVE-INDEX THRU SCAN-ARCHIVE-INDEX-EXIT.     CCVSC1.0
002157 SEARCH-ARCHIVE-EXIT. EXIT.                                       CCVSC1.0
002158 SCAN-ARCHIVE-INDEX.                                              CCVSC1.0
002159     MOVE LOW-VALUES TO AX-KEY.                                   CCVSC1.0
002160     MOVE "N" TO INDEX-EOF-SW.                                    CCVSC1.0
002161     START ARCHIVE-INDEX-FILE KEY IS NOT LESS THAN AX-KEY         CCVSC1.0
002162         INVALID KEY SET INDEX-EOF TO TRUE.                       CCVSC1.0
002163     IF INDEX-EOF                                                 CCVSC1.0
002164         GO TO SCAN-ARCHIVE-INDEX-EXIT.                           CCVSC1.0
002165     PERFORM READ-ARCHIVE-INDEX.                                  CCVSC1.0
002166     PERFORM POST-INDEX-RECORD THRU POST-INDEX-RECORD-EXIT        CCVSC1.0
002167         UNTIL INDEX-EOF.                                         CCVSC1.0
002168 SCAN-ARCHIVE-INDEX-EXIT. EXIT.                                   CCVSC1.0
002169 POSITION-ARCHIVE-INDEX.                                          CCVSC1.0
002170     MOVE SEEK-TEST-ID TO AX-TEST-ID.                             CCVSC1.0
002171     MOVE SEEK-PAR-NAME TO AX-PAR-NAME.                           CCVSC1.0
002172     MOVE ZERO TO AX-RUN-DATE.                                    CCVSC1.0
002173     MOVE ZERO TO AX-DUP-SEQ.                                     CCVSC1.0
002174     MOVE "N" TO INDEX-EOF-SW.                                    CCVSC1.0
002175     START ARCHIVE-INDEX-FILE KEY IS NOT LESS THAN AX-KEY         CCVSC1.0
002176         INVALID KEY SET INDEX-EOF TO TRUE.                       CCVSC1.0
002177     IF INDEX-EOF                                                 CCVSC1.0
002178         GO TO POSITION-ARCHIVE-INDEX-EXIT.                       CCVSC1.0
002179     PERFORM READ-ARCHIVE-INDEX.                                  CCVSC1.0
002180     PERFORM POST-INDEX-RECORD THRU POST-INDEX-RECORD-EXIT        CCVSC1.0
002181         UNTIL INDEX-EOF.                                         CCVSC1.0
002182 POSITION-ARCHIVE-INDEX-EXIT. EXIT.                               CCVSC1.0
002183 READ-ARCHIVE-INDEX.                                              CCVSC1.0
002184     READ ARCHIVE-INDEX-FILE NEXT RECORD                          CCVSC1.0
002185         AT END SET INDEX-EOF TO TRUE.                            CCVSC1.0
002186 POST-INDEX-RECORD.                                               CCVSC1.0
002187     IF REQUEST-TYPE EQUAL TO "P"                                 CCVSC1.0
002188         AND (AX-TEST-ID NOT EQUAL TO SEEK-TEST-ID                CCVSC1.0
002189         OR AX-PAR-NAME NOT EQUAL TO SEEK-PAR-NAME)               CCVSC1.0
002190             SET INDEX-EOF TO TRUE                                CCVSC1.0
002191             GO TO POST-INDEX-RECORD-EXIT.                        CCVSC1.0
002192     MOVE AX-TEST-ID TO WORK-TEST-ID.                             CCVSC1.0
002193     MOVE AX-PAR-NAME TO WORK-PAR-NAME.                           CCVSC1.0
002194     MOVE AX-RUN-DATE TO WORK-RUN-DATE.                           CCVSC1.0
002195     MOVE AX-DISPOSITION TO WORK-DISPOSITION.                     CCVSC1.0
002196     MOVE AX-FEATURE TO WORK-FEATURE.                             CCVSC1.0
002197     MOVE AX-COMPUTED TO WORK-COMPUTED.                           CCVSC1.0
002198     MOVE AX-CORRECT TO WORK-CORRECT.                             CCVSC1.0
002199     MOVE AX-RE-MARK TO WORK-RE-MARK.                             CCVSC1.0
002200     MOVE AX-ELAPSED-TIME TO WORK-ELAPSED.                        CCVSC1.0
002201     PERFORM POST-WORK-RECORD THRU POST-WORK-RECORD-EXIT.         CCVSC1.0
002202     PERFORM READ-ARCHIVE-INDEX.                                  CCVSC1.0
002203 POST-INDEX-RECORD-EXIT. EXIT.                                    CCVSC1.0
002204 SCAN-JOURNAL-ARCHIVE.                                            CCVSC1.0
002205     MOVE "N" TO ARCHIVE-EOF-SW.                                  CCVSC1.0
002206     OPEN INPUT JOURNAL-ARCHIVE-FILE.                             CCVSC1.0
002207     IF JOURNAL-ARCHIVE-STATUS NOT EQUAL TO "00"                  CCVSC1.0
002208         GO TO SCAN-JOURNAL-ARCHIVE-EXIT.                         CCVSC1.0
002209     PERFORM READ-ARCHIVE.                                        CCVSC1.0
002210     PERFORM POST-ARCHIVE-RECORD THRU POST-ARCHIVE-RECORD-EXIT    CCVSC1.0
002220         UNTIL ARCHIVE-EOF.                                       CCVSC1.0
002230     CLOSE JOURNAL-ARCHIVE-FILE.                                  CCVSC1.0
003050         MOVE MA-RUN-DATE (SUB-1) TO LAST-PASSED-DATE.            CCVSC1.0
003060 PRINT-REQUEST-CHRONOLOGY.                                        CCVSC1.0
003070     MOVE SPACE TO RH-TEST-ID.                                    CCVSC1.0
003075     MOVE SPACE TO RH-PAR-NAME.                                   CCVSC1.0
003080     IF REQUEST-TYPE EQUAL TO "P"                                 CCVSC1.0
003090         MOVE "PARAGRAPH " TO RH-TYPE                             CCVSC1.0
003100         MOVE REQUEST-TEST-ID TO RH-TEST-ID                       CCVSC1.0
