000120*    RECOVERY UTILITY FOR THE TWO INDEXED HISTORY FILES           CCVSD1.0
000130*    (CCVS.K6SCA.HISTORY AND CCVS.K6SCA.HISTDTL).  WHEN EITHER    CCVSD1.0
000140*    COMES UP WITH A BAD FILE STATUS, DELETE AND REDEFINE THE     CCVSD1.0
000146*    CLUSTER, THEN RUN THIS PROGRAM: IT RE-READS THE LIVE RESULT  CCVSD1.0
000152*    JOURNAL END TO END, THEN WALKS THE KEYED ARCHIVE INDEX       CCVSD1.0
000158*    (CCVS.JOURNAL.ARCHIVE.INDEX, KEPT BY CCVSHKP) - STARTING     CCVSD1.0
000164*    PAST EVERY PARAGRAPH WHOSE LATEST RESULT IS ALREADY ON THE   CCVSD1.0
000170*    LIVE JOURNAL, SINCE NOTHING ARCHIVED IS NEWER - AND          CCVSD1.0
000176*    RECONSTRUCTS BOTH FILES - THE LATEST NIGHT'S COUNTS PER      CCVSD1.0
000182*    TEST-ID INTO HISTORY-REC, AND THE LATEST COMPUTED VALUE AND  CCVSD1.0
000188*    DISPOSITION PER PARAGRAPH INTO HISTORY-DETAIL-REC - SO       CCVSD1.0
000194*    RERUN-FAILED-ONLY SELECTION AND THE PRIOR COMPUTED COMPARISONCCVSD1.0
000200*    PICK UP WHERE THEY LEFT OFF.  WHEN THE INDEX CANNOT BE OPENEDCCVSD1.0
000206*    THE SEQUENTIAL ARCHIVE (CCVS.JOURNAL.ARCHIVE) IS READ END TO CCVSD1.0
000212*    END INSTEAD, AND THE REPORT SAYS SO.                         CCVSD1.0
000220*    A VERIFICATION REPORT LISTS RECORDS REBUILT, TEST-IDS WHOSE  CCVSD1.0
000230*    LATEST JOURNAL NIGHT TRAILS THE SUITE'S NEWEST (JOURNAL      CCVSD1.0
000240*    GAPS), AND PARAGRAPHS THAT COULD NOT BE RECOVERED BECAUSE    CCVSD1.0
000250*    THE WORK TABLES FILLED.  RC 8 WHEN THE REBUILD IS KNOWN TO   CCVSD1.0
000254*    BE INCOMPLETE.  REFUSES TO RUN (RC 20, NOTHING OPENED BUT    CCVSD1.0
000258*    THE REPORT) WHILE THE NIGHTLY OR WEEKLY JOB HOLDS THE SUITE  CCVSD1.0
000262*    LOCK IN CCVS.SUITE.RUNSTATE.                                 CCVSD1.0
000266*    A RUN-STATE FILE THAT CANNOT BE READ COUNTS AS HELD (RC 20). CCVSD1.0
000270 ENVIRONMENT DIVISION.                                            CCVSD1.0
000280 INPUT-OUTPUT SECTION.                                            CCVSD1.0
000290 FILE-CONTROL.                                                    CCVSD1.0
000300     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO                        CCVSD1.0
000310     XXXXX091                                                     CCVSD1.0
000320     FILE STATUS IS JOURNAL-ARCHIVE-STATUS.                       CCVSD1.0
000321     SELECT ARCHIVE-INDEX-FILE ASSIGN TO                          CCVSD1.0
000322     XXXXX139                                                     CCVSD1.0
000323     ORGANIZATION INDEXED ACCESS MODE DYNAMIC                     CCVSD1.0
000324     RECORD KEY IS AX-KEY                                         CCVSD1.0
000325     FILE STATUS IS ARCHIVE-INDEX-STATUS.                         CCVSD1.0
000330     SELECT RESULT-JOURNAL-FILE ASSIGN TO                         CCVSD1.0
000340     XXXXX064.                                                    CCVSD1.0
000350     SELECT HISTORY-FILE ASSIGN TO                                CCVSD1.0
000440     FILE STATUS IS HISTORY-DETAIL-STATUS.                        CCVSD1.0
000450     SELECT REBUILD-REPORT-FILE ASSIGN TO                         CCVSD1.0
000460     XXXXX098.                                                    CCVSD1.0
000462     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSD1.0
000464     XXXXX129                                                     CCVSD1.0
000466     FILE STATUS IS RUN-STATE-STATUS.                             CCVSD1.0
000470 DATA DIVISION.                                                   CCVSD1.0
000480 FILE SECTION.                                                    CCVSD1.0
000490 FD  JOURNAL-ARCHIVE-FILE.                                        CCVSD1.0
000580     02 JA-RE-MARK            PIC X(61).                          CCVSD1.0
000590     02 JA-ELAPSED-TIME       PIC 9(7).                           CCVSD1.0
000600     02 JA-COMPILER-REL       PIC X(8).                           CCVSD1.0
000601     02 FILLER                PIC X(20).                          CCVSD1.0
000602 FD  ARCHIVE-INDEX-FILE.                                          CCVSD1.0
000603 01  ARCHIVE-INDEX-REC.                                           CCVSD1.0
000604     02 AX-KEY.                                                   CCVSD1.0
000605         03 AX-PARA-KEY.                                          CCVSD1.0
000606             04 AX-TEST-ID    PIC X(9).                           CCVSD1.0
000607             04 AX-PAR-NAME   PIC X(22).                          CCVSD1.0
000608         03 AX-KEY-SUFFIX.                                        CCVSD1.0
000609             04 AX-RUN-DATE   PIC 9(8).                           CCVSD1.0
000610             04 AX-DUP-SEQ    PIC 99.                             CCVSD1.0
000611     02 AX-JOURNAL-IMAGE.                                         CCVSD1.0
000612         03 FILLER            PIC X(39).                          CCVSD1.0
000613         03 AX-DISPOSITION    PIC X(5).                           CCVSD1.0
000614         03 AX-FEATURE        PIC X(20).                          CCVSD1.0
000615         03 AX-COMPUTED       PIC X(20).                          CCVSD1.0
000616         03 FILLER            PIC X(116).                         CCVSD1.0
000617 FD  RESULT-JOURNAL-FILE.                                         CCVSD1.0
000620 01  RESULT-JOURNAL-REC.                                          CCVSD1.0
000630     02 RJ-TEST-ID            PIC X(9).                           CCVSD1.0
000640     02 RJ-PAR-NAME           PIC X(22).                          CCVSD1.0
000700     02 RJ-RE-MARK            PIC X(61).                          CCVSD1.0
000710     02 RJ-ELAPSED-TIME       PIC 9(7).                           CCVSD1.0
000720     02 RJ-COMPILER-REL       PIC X(8).                           CCVSD1.0
000725     02 FILLER                PIC X(20).                          CCVSD1.0
000730 FD  HISTORY-FILE.                                                CCVSD1.0
000740 01  HISTORY-REC.                                                 CCVSD1.0
000750     02 HS-TEST-ID            PIC X(9).                           CCVSD1.0
000890     02 FILLER                PIC X(64).                          CCVSD1.0
000900 FD  REBUILD-REPORT-FILE.                                         CCVSD1.0
000910 01  REBUILD-REPORT-REC                 PIC X(120).               CCVSD1.0
000911 FD  RUN-STATE-FILE.                                              CCVSD1.0
000912 01  RUN-STATE-REC.                                               CCVSD1.0
000913     02 RN-HOLDER             PIC X(8).                           CCVSD1.0
000914         88 RN-NOT-HELD       VALUE "NONE    " SPACE.             CCVSD1.0
000915         88 RN-BATCH-HELD     VALUE "NIGHTLY " "WEEKLY  ".        CCVSD1.0
000916     02 FILLER                PIC X.                              CCVSD1.0
000917     02 RN-SINCE-DATE         PIC 9(8).                           CCVSD1.0
000918     02 FILLER                PIC X.                              CCVSD1.0
000919     02 RN-SINCE-TIME         PIC 9(8).                           CCVSD1.0
000920     02 FILLER                PIC X(54).                          CCVSD1.0
000921 WORKING-STORAGE SECTION.                                         CCVSD1.0
000922 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSD1.0
000930 01  JOURNAL-ARCHIVE-STATUS             PIC XX     VALUE SPACE.   CCVSD1.0
000931 01  ARCHIVE-INDEX-STATUS               PIC XX     VALUE SPACE.   CCVSD1.0
000932 01  INDEX-EOF-SW                       PIC X      VALUE "N".     CCVSD1.0
000933     88 INDEX-EOF                                  VALUE "Y".     CCVSD1.0
000934 01  INDEX-UNAVAILABLE-SW               PIC X      VALUE "N".     CCVSD1.0
000935     88 INDEX-UNAVAILABLE                          VALUE "Y".     CCVSD1.0
000936 01  PRIOR-PARA-KEY                     PIC X(31)  VALUE SPACE.   CCVSD1.0
000937 01  LIVE-PARA-COUNT                    PIC 9(4)   VALUE ZERO.    CCVSD1.0
000938 01  PARA-SKIPPED-COUNT                 PIC 9(5)   VALUE ZERO.    CCVSD1.0
000940 01  HISTORY-FILE-STATUS                PIC XX     VALUE SPACE.   CCVSD1.0
000950 01  HISTORY-DETAIL-STATUS              PIC XX     VALUE SPACE.   CCVSD1.0
000960 01  ARCHIVE-EOF-SW                     PIC X      VALUE "N".     CCVSD1.0
001620     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSD1.0
001630     02 RT-DESC            PIC X(55).                             CCVSD1.0
001640     02 FILLER PIC X(55) VALUE SPACE.                             CCVSD1.0
001641 01  SUITE-LOCKED-SW                    PIC X      VALUE "N".     CCVSD1.0
001642     88 SUITE-LOCKED                               VALUE "Y".     CCVSD1.0
001643 01  SUITE-LOCK-LINE.                                             CCVSD1.0
001644     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSD1.0
001645     02 FILLER PIC X(14) VALUE "SUITE HELD BY ".                  CCVSD1.0
001646     02 SK-HOLDER          PIC X(8).                              CCVSD1.0
001647     02 FILLER PIC X(7)  VALUE " SINCE ".                         CCVSD1.0
001648     02 SK-SINCE-DATE      PIC 9(8).                              CCVSD1.0
001649     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSD1.0
001650     02 SK-SINCE-TIME      PIC 9(8).                              CCVSD1.0
001651     02 FILLER PIC X(35)                                          CCVSD1.0
001652         VALUE " - NOTHING PROCESSED (RC 20)".                    CCVSD1.0
001653     02 FILLER PIC X(38) VALUE SPACE.                             CCVSD1.0
001654 PROCEDURE DIVISION.                                              CCVSD1.0
001660 CCVSRBD-MAIN SECTION.                                            CCVSD1.0
001670 OPEN-FILES.                                                      CCVSD1.0
001680     OPEN OUTPUT REBUILD-REPORT-FILE.                             CCVSD1.0
001690     PERFORM PRINT-REPORT-HEADING.                                CCVSD1.0
001695     PERFORM CHECK-SUITE-LOCK THRU CHECK-SUITE-LOCK-EXIT.         CCVSD1.0
001700     IF SUITE-LOCKED                                              CCVSD1.0
001705         GO TO SUITE-LOCK-REFUSED.                                CCVSD1.0
001710     PERFORM SCAN-LIVE-JOURNAL.                                   CCVSD1.0
001713     MOVE PARA-COUNT TO LIVE-PARA-COUNT.                          CCVSD1.0
001716     PERFORM SEARCH-ARCHIVE-INDEX THRU SEARCH-ARCHIVE-INDEX-EXIT. CCVSD1.0
001720     PERFORM SORT-TEST-ID-TABLE.                                  CCVSD1.0
001730     PERFORM SORT-PARA-TABLE.                                     CCVSD1.0
001740     PERFORM REBUILD-HISTORY-FILE.                                CCVSD1.0
001810 CLOSE-FILES.                                                     CCVSD1.0
001820     CLOSE REBUILD-REPORT-FILE.                                   CCVSD1.0
001830     STOP RUN.                                                    CCVSD1.0
001831*    THE NIGHTLY AND WEEKLY JOBS HOLD THE HISTORY FILES WHILE     CCVSD1.0
001832*    THEY RUN.  WHILE EITHER HOLDS THE SUITE LOCK NOTHING IS      CCVSD1.0
001833*    OPENED BUT THE REPORT, AND THE STEP ENDS RETURN CODE 20.     CCVSD1.0
001834 SUITE-LOCK-REFUSED.                                              CCVSD1.0
001835     MOVE RN-HOLDER TO SK-HOLDER.                                 CCVSD1.0
001836     MOVE RN-SINCE-DATE TO SK-SINCE-DATE.                         CCVSD1.0
001837     MOVE RN-SINCE-TIME TO SK-SINCE-TIME.                         CCVSD1.0
001838     MOVE SUITE-LOCK-LINE TO REBUILD-REPORT-REC.                  CCVSD1.0
001839     PERFORM WRITE-REPORT-LINE.                                   CCVSD1.0
001840     MOVE 20 TO RETURN-CODE.                                      CCVSD1.0
001841     CLOSE REBUILD-REPORT-FILE.                                   CCVSD1.0
001842     STOP RUN.                                                    CCVSD1.0
001843 CHECK-SUITE-LOCK.                                                CCVSD1.0
001844     MOVE "N" TO SUITE-LOCKED-SW.                                 CCVSD1.0
001845     OPEN INPUT RUN-STATE-FILE.                                   CCVSD1.0
001846     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSD1.0
001847         GO TO CHECK-SUITE-LOCK-UNKNOWN.                          CCVSD1.0
001848     READ RUN-STATE-FILE                                          CCVSD1.0
001849         AT END MOVE "NONE" TO RN-HOLDER.                         CCVSD1.0
001850     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSD1.0
001851         AND RUN-STATE-STATUS NOT EQUAL TO "10"                   CCVSD1.0
001852             CLOSE RUN-STATE-FILE                                 CCVSD1.0
001853             GO TO CHECK-SUITE-LOCK-UNKNOWN.                      CCVSD1.0
001854     IF RN-BATCH-HELD                                             CCVSD1.0
001855         SET SUITE-LOCKED TO TRUE.                                CCVSD1.0
001856     CLOSE RUN-STATE-FILE.                                        CCVSD1.0
001857     GO TO CHECK-SUITE-LOCK-EXIT.                                 CCVSD1.0
001858*    A RUN-STATE FILE THAT CANNOT BE OPENED OR READ LEAVES THE    CCVSD1.0
001859*    LOCK STATE UNKNOWN, WHICH IS TREATED AS HELD.                CCVSD1.0
001860 CHECK-SUITE-LOCK-UNKNOWN.                                        CCVSD1.0
001861     DISPLAY "CCVSRBD: RUN-STATE FILE NOT READ, STATUS "          CCVSD1.0
001862         RUN-STATE-STATUS.                                        CCVSD1.0
001863     MOVE "UNKNOWN" TO RN-HOLDER.                                 CCVSD1.0
001864     MOVE ZERO TO RN-SINCE-DATE RN-SINCE-TIME.                    CCVSD1.0
001865     SET SUITE-LOCKED TO TRUE.                                    CCVSD1.0
001866 CHECK-SUITE-LOCK-EXIT. EXIT.                                     CCVSD1.0
001867*    EVERYTHING ON THE LIVE JOURNAL IS NEWER THAN ANYTHING CCVSHKPCCVSD1.0
001868*    HAS ARCHIVED, SO A PARAGRAPH ALREADY POSTED FROM THE LIVE    CCVSD1.0
001869*    JOURNAL NEEDS NOTHING FROM THE ARCHIVE.  ITS FIRST (OLDEST)  CCVSD1.0
001870*    INDEX RECORD IS READ FOR THE DATE RANGE AND THE INDEX IS THENCCVSD1.0
001871*    STARTED PAST THE REST OF ITS KEYS.                           CCVSD1.0
001872 SEARCH-ARCHIVE-INDEX.                                            CCVSD1.0
001873     OPEN INPUT ARCHIVE-INDEX-FILE.                               CCVSD1.0
001874     IF ARCHIVE-INDEX-STATUS NOT EQUAL TO "00"                    CCVSD1.0
001875         SET INDEX-UNAVAILABLE TO TRUE                            CCVSD1.0
001876         PERFORM SCAN-JOURNAL-ARCHIVE                             CCVSD1.0
001877             THRU SCAN-JOURNAL-ARCHIVE-EXIT                       CCVSD1.0
001878         GO TO SEARCH-ARCHIVE-INDEX-EXIT.                         CCVSD1.0
001879     MOVE SPACE TO PRIOR-PARA-KEY.                                CCVSD1.0
001880     PERFORM READ-ARCHIVE-INDEX.                                  CCVSD1.0
001881     PERFORM POST-INDEX-RECORD THRU POST-INDEX-RECORD-EXIT        CCVSD1.0
001882         UNTIL INDEX-EOF.                                         CCVSD1.0
001883     CLOSE ARCHIVE-INDEX-FILE.                                    CCVSD1.0
001884 SEARCH-ARCHIVE-INDEX-EXIT. EXIT.                                 CCVSD1.0
001885 READ-ARCHIVE-INDEX.                                              CCVSD1.0
001886     READ ARCHIVE-INDEX-FILE NEXT RECORD                          CCVSD1.0
001887         AT END SET INDEX-EOF TO TRUE.                            CCVSD1.0
001888 POST-INDEX-RECORD.                                               CCVSD1.0
001889     ADD 1 TO ARCHIVE-READ-COUNT.                                 CCVSD1.0
001890     IF AX-PARA-KEY EQUAL TO PRIOR-PARA-KEY                       CCVSD1.0
001891         GO TO POST-INDEX-RECORD-POST.                            CCVSD1.0
001892     MOVE AX-PARA-KEY TO PRIOR-PARA-KEY.                          CCVSD1.0
001893     PERFORM TABLE-SCAN-NULL                                      CCVSD1.0
001894         VARYING SUB-1 FROM 1 BY 1                                CCVSD1.0
001895         UNTIL SUB-1 GREATER THAN LIVE-PARA-COUNT                 CCVSD1.0
001896         OR PB-KEY (SUB-1) EQUAL TO AX-PARA-KEY.                  CCVSD1.0
001897     IF SUB-1 GREATER THAN LIVE-PARA-COUNT                        CCVSD1.0
001898         GO TO POST-INDEX-RECORD-POST.                            CCVSD1.0
001899     ADD 1 TO PARA-SKIPPED-COUNT.                                 CCVSD1.0
001900     IF AX-RUN-DATE IS NUMERIC                                    CCVSD1.0
001901         AND AX-RUN-DATE LESS THAN OLDEST-RUN-DATE                CCVSD1.0
001902             MOVE AX-RUN-DATE TO OLDEST-RUN-DATE.                 CCVSD1.0
001903     MOVE HIGH-VALUES TO AX-KEY-SUFFIX.                           CCVSD1.0
001904     START ARCHIVE-INDEX-FILE KEY IS GREATER THAN AX-KEY          CCVSD1.0
001905         INVALID KEY SET INDEX-EOF TO TRUE.                       CCVSD1.0
001906     IF NOT INDEX-EOF                                             CCVSD1.0
001907         PERFORM READ-ARCHIVE-INDEX.                              CCVSD1.0
001908     GO TO POST-INDEX-RECORD-EXIT.                                CCVSD1.0
001909 POST-INDEX-RECORD-POST.                                          CCVSD1.0
001910     MOVE AX-TEST-ID TO WORK-TEST-ID.                             CCVSD1.0
001911     MOVE AX-PAR-NAME TO WORK-PAR-NAME.                           CCVSD1.0
001912     MOVE AX-RUN-DATE TO WORK-RUN-DATE.                           CCVSD1.0
001913     MOVE AX-DISPOSITION TO WORK-DISPOSITION.                     CCVSD1.0
001914     MOVE AX-COMPUTED TO WORK-COMPUTED.                           CCVSD1.0
001915     PERFORM POST-WORK-RECORD THRU POST-WORK-RECORD-EXIT.         CCVSD1.0
001916     PERFORM READ-ARCHIVE-INDEX.                                  CCVSD1.0
001917 POST-INDEX-RECORD-EXIT. EXIT.                                    CCVSD1.0
001918 SCAN-JOURNAL-ARCHIVE.                                            CCVSD1.0
001919     OPEN INPUT JOURNAL-ARCHIVE-FILE.                             CCVSD1.0
001920     IF JOURNAL-ARCHIVE-STATUS NOT EQUAL TO "00"                  CCVSD1.0
001921         SET ARCHIVE-EOF TO TRUE                                  CCVSD1.0
001922         GO TO SCAN-JOURNAL-ARCHIVE-EXIT.                         CCVSD1.0
001923     PERFORM READ-ARCHIVE.                                        CCVSD1.0
001924     PERFORM POST-ARCHIVE-RECORD THRU POST-ARCHIVE-RECORD-EXIT    CCVSD1.0
001925         UNTIL ARCHIVE-EOF.                                       CCVSD1.0
001926     CLOSE JOURNAL-ARCHIVE-FILE.                                  CCVSD1.0
001930 SCAN-JOURNAL-ARCHIVE-EXIT. EXIT.                                 CCVSD1.0
001940 READ-ARCHIVE.                                                    CCVSD1.0
001950     READ JOURNAL-ARCHIVE-FILE                                    CCVSD1.0
003860     MOVE REBUILD-TOTAL-LINE TO REBUILD-REPORT-REC.               CCVSD1.0
003870     PERFORM WRITE-REPORT-LINE.                                   CCVSD1.0
003880     MOVE SPACE TO REBUILD-TOTAL-LINE.                            CCVSD1.0
003881     MOVE PARA-SKIPPED-COUNT TO RT-COUNT.                         CCVSD1.0
003882     MOVE "ARCHIVED PARAGRAPHS SKIPPED - LATEST RESULT IS LIVE"   CCVSD1.0
003883         TO RT-DESC.                                              CCVSD1.0
003884     MOVE REBUILD-TOTAL-LINE TO REBUILD-REPORT-REC.               CCVSD1.0
003885     PERFORM WRITE-REPORT-LINE.                                   CCVSD1.0
003886     MOVE SPACE TO REBUILD-TOTAL-LINE.                            CCVSD1.0
003887     IF INDEX-UNAVAILABLE                                         CCVSD1.0
003888         MOVE "KEYED ARCHIVE INDEX NOT AVAILABLE - ARCHIVE READ"  CCVSD1.0
003889             TO RT-DESC                                           CCVSD1.0
003890         MOVE REBUILD-TOTAL-LINE TO REBUILD-REPORT-REC            CCVSD1.0
003891         PERFORM WRITE-REPORT-LINE                                CCVSD1.0
003892         MOVE SPACE TO REBUILD-TOTAL-LINE.                        CCVSD1.0
003893     MOVE HISTORY-WRITTEN-COUNT TO RT-COUNT.                      CCVSD1.0
003900     MOVE "HISTORY RECORDS REBUILT" TO RT-DESC.                   CCVSD1.0
003910     MOVE REBUILD-TOTAL-LINE TO REBUILD-REPORT-REC.               CCVSD1.0
003920     PERFORM WRITE-REPORT-LINE.                                   CCVSD1.0
