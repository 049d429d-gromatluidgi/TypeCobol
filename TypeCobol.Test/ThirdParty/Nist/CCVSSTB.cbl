000160*    WINDOW.  RUN THIS AFTER CCVSRPT IN THE SUITE DRIVER JOB.     CCVSB1.0
000170*    THE NUMBER OF NIGHTS SCANNED IS SET BY A NIGHTS=NN CONTROL   CCVSB1.0
000180*    CARD (DEFAULT 07, MAXIMUM 14).                               CCVSB1.0
000183*    AT THE END OF THE STEP A COMPLETION RECORD (RETURN CODE AND  CCVSB1.0
000186*    REASON) IS APPENDED TO THE RUN LEDGER, CCVS.RUN.LEDGER.      CCVSB1.0
000190 ENVIRONMENT DIVISION.                                            CCVSB1.0
000200 INPUT-OUTPUT SECTION.                                            CCVSB1.0
000210 FILE-CONTROL.                                                    CCVSB1.0
000240     SELECT STABILITY-REPORT-FILE ASSIGN TO                       CCVSB1.0
000250     XXXXX067.                                                    CCVSB1.0
000260     SELECT CONTROL-CARD-FILE ASSIGN TO                           CCVSB1.0
000261     XXXXX068.                                                    CCVSB1.0
000262     SELECT ROSTER-FILE ASSIGN TO                                 CCVSB1.0
000263     XXXXX084.                                                    CCVSB1.0
000264     SELECT OUTAGE-CALENDAR-FILE ASSIGN TO                        CCVSB1.0
000265     XXXXX092                                                     CCVSB1.0
000270     FILE STATUS IS OUTAGE-CALENDAR-STATUS.                       CCVSB1.0
000271     SELECT TICKET-XREF-FILE ASSIGN TO                            CCVSB1.0
000272     XXXXX107                                                     CCVSB1.0
000273     FILE STATUS IS TICKET-XREF-STATUS.                           CCVSB1.0
000274     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSB1.0
000275     XXXXX129                                                     CCVSB1.0
000276     FILE STATUS IS RUN-STATE-STATUS.                             CCVSB1.0
000277     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVSB1.0
000278     XXXXX134                                                     CCVSB1.0
000279     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVSB1.0
000280 DATA DIVISION.                                                   CCVSB1.0
000290 FILE SECTION.                                                    CCVSB1.0
000300 FD  RESULT-JOURNAL-FILE.                                         CCVSB1.0
000374     02 RJ-RE-MARK            PIC X(61).                          CCVSB1.0
000376     02 RJ-ELAPSED-TIME       PIC 9(7).                           CCVSB1.0
000380     02 RJ-COMPILER-REL       PIC X(8).                           CCVSB1.0
000385     02 FILLER                PIC X(20).                          CCVSB1.0
000390 FD  STABILITY-REPORT-FILE.                                       CCVSB1.0
000400 01  STABILITY-REPORT-REC               PIC X(132).               CCVSB1.0
000410 FD  CONTROL-CARD-FILE.                                           CCVSB1.0
000420 01  CONTROL-CARD.                                                CCVSB1.0
000430     02 CC-KEYWORD            PIC X(7).                           CCVSB1.0
000440     02 CC-NIGHTS             PIC 99.                             CCVSB1.0
000442     02 FILLER                PIC X(71).                          CCVSB1.0
000444 FD  ROSTER-FILE.                                                 CCVSB1.0
000446 01  ROSTER-REC.                                                  CCVSB1.0
000448     02 EP-PGM-ID            PIC X(9).                            CCVSB1.0
000450     02 FILLER               PIC X.                               CCVSB1.0
000451     02 EP-STREAM-ID         PIC X.                               CCVSB1.0
000452     02 FILLER               PIC X(69).                           CCVSB1.0
000453 FD  OUTAGE-CALENDAR-FILE.                                        CCVSB1.0
000454 01  OUTAGE-CALENDAR-REC.                                         CCVSB1.0
000455     02 OC-SKIP-DATE          PIC 9(8).                           CCVSB1.0
000456     02 FILLER                PIC X.                              CCVSB1.0
000457     02 OC-STREAM-ID          PIC X.                              CCVSB1.0
000458     02 FILLER                PIC X(70).                          CCVSB1.0
000459 FD  TICKET-XREF-FILE.                                            CCVSB1.0
000460 01  TICKET-XREF-REC.                                             CCVSB1.0
000461     02 XR-TEST-ID            PIC X(9).                           CCVSB1.0
000462     02 FILLER                PIC X.                              CCVSB1.0
000463     02 XR-PAR-NAME           PIC X(22).                          CCVSB1.0
000464     02 FILLER                PIC X.                              CCVSB1.0
000465     02 XR-TICKET-NO          PIC X(10).                          CCVSB1.0
000466     02 FILLER                PIC X.                              CCVSB1.0
000467     02 XR-PM-STATUS          PIC X(8).                           CCVSB1.0
000468     02 FILLER                PIC X(8).                           CCVSB1.0
000469 FD  RUN-STATE-FILE.                                              CCVSB1.0
000470 01  RUN-STATE-REC.                                               CCVSB1.0
000471     02 RN-HOLDER             PIC X(8).                           CCVSB1.0
000472     02 FILLER                PIC X.                              CCVSB1.0
000473     02 RN-SINCE-DATE         PIC 9(8).                           CCVSB1.0
000474     02 FILLER                PIC X.                              CCVSB1.0
000475     02 RN-SINCE-TIME         PIC 9(8).                           CCVSB1.0
000476     02 FILLER                PIC X(54).                          CCVSB1.0
000477 FD  RUN-LEDGER-FILE.                                             CCVSB1.0
000478 01  RUN-LEDGER-REC.                                              CCVSB1.0
000479     02 LG-RUN-DATE           PIC 9(8).                           CCVSB1.0
000480     02 FILLER                PIC X.                              CCVSB1.0
000481     02 LG-STREAM-ID          PIC X.                              CCVSB1.0
000482     02 FILLER                PIC X.                              CCVSB1.0
000483     02 LG-PGM-ID             PIC X(9).                           CCVSB1.0
000484     02 FILLER                PIC X.                              CCVSB1.0
000485     02 LG-ACTION             PIC X(8).                           CCVSB1.0
000486     02 FILLER                PIC X.                              CCVSB1.0
000487     02 LG-START-DATE         PIC 9(8).                           CCVSB1.0
000488     02 FILLER                PIC X.                              CCVSB1.0
000489     02 LG-START-TIME         PIC 9(8).                           CCVSB1.0
000490     02 FILLER                PIC X.                              CCVSB1.0
000491     02 LG-END-DATE           PIC 9(8).                           CCVSB1.0
000492     02 FILLER                PIC X.                              CCVSB1.0
000493     02 LG-END-TIME           PIC 9(8).                           CCVSB1.0
000494     02 FILLER                PIC X.                              CCVSB1.0
000495     02 LG-RETURN-CODE        PIC 9(4).                           CCVSB1.0
000496     02 FILLER                PIC X.                              CCVSB1.0
000497     02 LG-REASON             PIC X(40).                          CCVSB1.0
000498     02 FILLER                PIC X(9).                           CCVSB1.0
000499 WORKING-STORAGE SECTION.                                         CCVSB1.0
000500 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSB1.0
000501 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVSB1.0
000502 01  LEDGER-START-DATE                  PIC 9(8)   VALUE ZERO.    CCVSB1.0
000503 01  LEDGER-START-TIME                  PIC 9(8)   VALUE ZERO.    CCVSB1.0
000504 01  LEDGER-REASON                      PIC X(40)                 CCVSB1.0
000505         VALUE "STABILITY REPORT PRODUCED".                       CCVSB1.0
000506 01  JOURNAL-EOF-SW                     PIC X      VALUE "N".     CCVSB1.0
000507     88 JOURNAL-EOF                                VALUE "Y".     CCVSB1.0
000508 01  CONTROL-EOF-SW                     PIC X      VALUE "N".     CCVSB1.0
000509     88 CONTROL-EOF                                VALUE "Y".     CCVSB1.0
000510 01  NIGHTS-WANTED                      PIC 99     VALUE 07.      CCVSB1.0
000520 01  DATE-COUNT                         PIC 99     VALUE ZERO.    CCVSB1.0
000530 01  DATE-TABLE.                                                  CCVSB1.0
000550 01  WINDOW-COUNT                       PIC 99     VALUE ZERO.    CCVSB1.0
000560 01  WINDOW-TABLE.                                                CCVSB1.0
000570     02 WD-DATE PIC 9(8) OCCURS 15 TIMES.                         CCVSB1.0
000573 01  WINDOW-RELEASE-TABLE.                                        CCVSB1.0
000576     02 WD-RELEASE PIC X(8) OCCURS 15 TIMES.                      CCVSB1.0
000580 01  PARA-COUNT                         PIC 999    VALUE ZERO.    CCVSB1.0
000590 01  PARA-TABLE.                                                  CCVSB1.0
000600     02 PARA-ENTRY OCCURS 401 TIMES.                              CCVSB1.0
000644 01  OLDEST-DATE-SUB                    PIC S9(4)  COMP VALUE 0.  CCVSB1.0
000650 01  FLAGGED-COUNT                      PIC 999    VALUE ZERO.    CCVSB1.0
000660 01  CHANGE-COUNT                       PIC 99     VALUE ZERO.    CCVSB1.0
000663 01  PREV-DISPOSITION                   PIC X(5)   VALUE SPACE.   CCVSB1.0
000666 01  PREV-SLOT-SUB                      PIC S9(4)  COMP VALUE 1.  CCVSB1.0
000670 01  REL-CHANGE-COUNT                   PIC 9(5)   VALUE ZERO.    CCVSB1.0
000671 01  RELEASE-BOUNDARY-LINE.                                       CCVSB1.0
000672     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSB1.0
000673     02 FILLER PIC X(21) VALUE "RELEASE CHANGE AFTER ".           CCVSB1.0
000674     02 RB-PRIOR-DATE      PIC 9(8).                              CCVSB1.0
000675     02 FILLER PIC X(2)  VALUE ": ".                              CCVSB1.0
000676     02 RB-OLD-RELEASE     PIC X(8).                              CCVSB1.0
000677     02 FILLER PIC X(4)  VALUE " -> ".                            CCVSB1.0
000678     02 RB-NEW-RELEASE     PIC X(8).                              CCVSB1.0
000679     02 FILLER PIC X(80) VALUE SPACE.                             CCVSB1.0
000680 01  SUB-1                              PIC S9(4)  COMP VALUE 0.  CCVSB1.0
000690 01  SUB-2                              PIC S9(4)  COMP VALUE 0.  CCVSB1.0
000700 01  SUB-3                              PIC S9(4)  COMP VALUE 0.  CCVSB1.0
001130     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSB1.0
001140     02 FILLER PIC X(46)                                          CCVSB1.0
001150         VALUE "NO RESULT-JOURNAL RECORDS ON FILE TO ANALYZE.".   CCVSB1.0
001151     02 FILLER PIC X(85) VALUE SPACE.                             CCVSB1.0
001152 01  ROSTER-EOF-SW                      PIC X      VALUE "N".     CCVSB1.0
001153     88 ROSTER-EOF                                 VALUE "Y".     CCVSB1.0
001154 01  ROSTER-COUNT                       PIC 99     VALUE ZERO.    CCVSB1.0
001155 01  ROSTER-TABLE.                                                CCVSB1.0
001156     02 ROSTER-ENTRY OCCURS 51 TIMES.                             CCVSB1.0
001157         03 RO-PGM-ID        PIC X(9).                            CCVSB1.0
001160         03 RO-STREAM-ID     PIC X.                               CCVSB1.0
001161 01  ROSTER-SUB                         PIC S9(4)  COMP VALUE 0.  CCVSB1.0
001162 01  OUTAGE-CALENDAR-STATUS             PIC XX     VALUE SPACE.   CCVSB1.0
001163 01  OUTAGE-EOF-SW                      PIC X      VALUE "N".     CCVSB1.0
001164     88 OUTAGE-EOF                                 VALUE "Y".     CCVSB1.0
001165 01  OUTAGE-COUNT                       PIC 99     VALUE ZERO.    CCVSB1.0
001166 01  OUTAGE-TABLE.                                                CCVSB1.0
001167     02 OUTAGE-ENTRY OCCURS 31 TIMES.                             CCVSB1.0
001168         03 OT-SKIP-DATE     PIC 9(8).                            CCVSB1.0
001169         03 OT-STREAM-ID     PIC X.                               CCVSB1.0
001170 01  OUTAGE-SUB                         PIC S9(4)  COMP VALUE 0.  CCVSB1.0
001171 01  OUTAGE-HIT-SW                      PIC X      VALUE "N".     CCVSB1.0
001172     88 OUTAGE-HIT                                 VALUE "Y".     CCVSB1.0
001173 01  OUTAGE-TEST-DATE                   PIC 9(8)   VALUE ZERO.    CCVSB1.0
001174 01  OUTAGE-TEST-STREAM                 PIC X      VALUE SPACE.   CCVSB1.0
001175 01  PARA-STREAM-ID                     PIC X      VALUE SPACE.   CCVSB1.0
001176 01  SKED-NIGHT-COUNT                   PIC 9(5)   VALUE ZERO.    CCVSB1.0
001177 01  TICKET-XREF-STATUS                 PIC XX     VALUE SPACE.   CCVSB1.0
001178 01  TICKET-XREF-EOF-SW                 PIC X      VALUE "N".     CCVSB1.0
001179     88 TICKET-XREF-EOF                            VALUE "Y".     CCVSB1.0
001180 01  TICKET-XREF-COUNT                  PIC 999    VALUE ZERO.    CCVSB1.0
001181 01  TICKET-XREF-SUB                    PIC S9(4) COMP VALUE 0.   CCVSB1.0
001182 01  TICKET-XREF-TABLE.                                           CCVSB1.0
001183     02 TICKET-XREF-ENTRY OCCURS 201 TIMES.                       CCVSB1.0
001184         03 TX-TEST-ID       PIC X(9).                            CCVSB1.0
001185         03 TX-PAR-NAME      PIC X(22).                           CCVSB1.0
001186         03 TX-TICKET-NO     PIC X(10).                           CCVSB1.0
001187         03 TX-PM-STATUS     PIC X(8).                            CCVSB1.0
001188 01  TICKET-NOTE-LINE.                                            CCVSB1.0
001189     02 FILLER PIC X(11) VALUE SPACE.                             CCVSB1.0
001190     02 FILLER PIC X(7)  VALUE "TICKET ".                         CCVSB1.0
001191     02 TN-TICKET-NO       PIC X(10).                             CCVSB1.0
001192     02 FILLER PIC X(12) VALUE "  PM STATUS ".                    CCVSB1.0
001193     02 TN-PM-STATUS       PIC X(8).                              CCVSB1.0
001194     02 FILLER PIC X(84) VALUE SPACE.                             CCVSB1.0
001195 PROCEDURE DIVISION.                                              CCVSB1.0
001196 CCVSSTB-MAIN SECTION.                                            CCVSB1.0
001197 OPEN-FILES.                                                      CCVSB1.0
001198     ACCEPT LEDGER-START-DATE FROM DATE YYYYMMDD.                 CCVSB1.0
001199     ACCEPT LEDGER-START-TIME FROM TIME.                          CCVSB1.0
001200     OPEN INPUT RESULT-JOURNAL-FILE.                              CCVSB1.0
001210     OPEN OUTPUT STABILITY-REPORT-FILE.                           CCVSB1.0
001220     PERFORM READ-CONTROL-CARDS.                                  CCVSB1.0
001222     PERFORM LOAD-ROSTER-TABLE.                                   CCVSB1.0
001224     PERFORM LOAD-OUTAGE-TABLE THRU LOAD-OUTAGE-TABLE-EXIT.       CCVSB1.0
001226     PERFORM LOAD-TICKET-XREF THRU LOAD-TICKET-XREF-EXIT.         CCVSB1.0
001230     PERFORM COLLECT-RUN-DATES.                                   CCVSB1.0
001240     PERFORM PRINT-REPORT-HEADINGS.                               CCVSB1.0
001250     IF DATE-COUNT EQUAL TO ZERO                                  CCVSB1.0
001260         MOVE NO-JOURNAL-LINE TO STABILITY-REPORT-REC             CCVSB1.0
001270         PERFORM WRITE-REPORT-LINE                                CCVSB1.0
001275         MOVE "NO JOURNAL RECORDS IN THE WINDOW" TO LEDGER-REASON CCVSB1.0
001280         GO TO CLOSE-FILES.                                       CCVSB1.0
001290     PERFORM SORT-DATES-DESCENDING.                               CCVSB1.0
001300     PERFORM BUILD-WINDOW-TABLE.                                  CCVSB1.0
001310     PERFORM LOAD-PARAGRAPH-TABLE.                                CCVSB1.0
001315     PERFORM PRINT-RELEASE-BOUNDARIES.                            CCVSB1.0
001320     PERFORM PRINT-STABILITY-DETAIL.                              CCVSB1.0
001330     PERFORM PRINT-REPORT-TOTALS.                                 CCVSB1.0
001340 CLOSE-FILES.                                                     CCVSB1.0
001350     CLOSE RESULT-JOURNAL-FILE STABILITY-REPORT-FILE.             CCVSB1.0
001355     PERFORM WRITE-RUN-LEDGER.                                    CCVSB1.0
001360     STOP RUN.                                                    CCVSB1.0
001370 READ-CONTROL-CARDS.                                              CCVSB1.0
001380     OPEN INPUT CONTROL-CARD-FILE.                                CCVSB1.0
001500         AND CC-NIGHTS NOT GREATER THAN 14                        CCVSB1.0
001510             MOVE CC-NIGHTS TO NIGHTS-WANTED.                     CCVSB1.0
001520     PERFORM READ-CONTROL-CARD.                                   CCVSB1.0
001522 APPLY-CONTROL-CARD-EXIT. EXIT.                                   CCVSB1.0
001524 LOAD-ROSTER-TABLE.                                               CCVSB1.0
001526     OPEN INPUT ROSTER-FILE.                                      CCVSB1.0
001528     PERFORM READ-ROSTER.                                         CCVSB1.0
001530     PERFORM POST-ROSTER THRU POST-ROSTER-EXIT                    CCVSB1.0
001531         UNTIL ROSTER-EOF.                                        CCVSB1.0
001532     CLOSE ROSTER-FILE.                                           CCVSB1.0
001533 READ-ROSTER.                                                     CCVSB1.0
001534     READ ROSTER-FILE                                             CCVSB1.0
001535         AT END SET ROSTER-EOF TO TRUE.                           CCVSB1.0
001536 POST-ROSTER.                                                     CCVSB1.0
001537     IF EP-PGM-ID NOT EQUAL TO SPACE                              CCVSB1.0
001538         AND ROSTER-COUNT LESS THAN 50                            CCVSB1.0
001539             ADD 1 TO ROSTER-COUNT                                CCVSB1.0
001540             MOVE EP-PGM-ID TO RO-PGM-ID (ROSTER-COUNT)           CCVSB1.0
001541             MOVE EP-STREAM-ID TO RO-STREAM-ID (ROSTER-COUNT).    CCVSB1.0
001542     PERFORM READ-ROSTER.                                         CCVSB1.0
001543 POST-ROSTER-EXIT. EXIT.                                          CCVSB1.0
001544 LOAD-OUTAGE-TABLE.                                               CCVSB1.0
001545     OPEN INPUT OUTAGE-CALENDAR-FILE.                             CCVSB1.0
001546     IF OUTAGE-CALENDAR-STATUS NOT EQUAL TO "00"                  CCVSB1.0
001547         GO TO LOAD-OUTAGE-TABLE-EXIT.                            CCVSB1.0
001548     PERFORM READ-OUTAGE.                                         CCVSB1.0
001549     PERFORM POST-OUTAGE THRU POST-OUTAGE-EXIT                    CCVSB1.0
001550         UNTIL OUTAGE-EOF.                                        CCVSB1.0
001551     CLOSE OUTAGE-CALENDAR-FILE.                                  CCVSB1.0
001552 LOAD-OUTAGE-TABLE-EXIT. EXIT.                                    CCVSB1.0
001553 READ-OUTAGE.                                                     CCVSB1.0
001554     READ OUTAGE-CALENDAR-FILE                                    CCVSB1.0
001555         AT END SET OUTAGE-EOF TO TRUE.                           CCVSB1.0
001556 POST-OUTAGE.                                                     CCVSB1.0
001557     IF OC-SKIP-DATE IS NUMERIC                                   CCVSB1.0
001558         AND OUTAGE-COUNT LESS THAN 30                            CCVSB1.0
001559             ADD 1 TO OUTAGE-COUNT                                CCVSB1.0
001560             MOVE OC-SKIP-DATE TO OT-SKIP-DATE (OUTAGE-COUNT)     CCVSB1.0
001561             MOVE OC-STREAM-ID TO OT-STREAM-ID (OUTAGE-COUNT).    CCVSB1.0
001562     PERFORM READ-OUTAGE.                                         CCVSB1.0
001563 POST-OUTAGE-EXIT. EXIT.                                          CCVSB1.0
001564 CHECK-OUTAGE.                                                    CCVSB1.0
001565     MOVE "N" TO OUTAGE-HIT-SW.                                   CCVSB1.0
001566     PERFORM CHECK-OUTAGE-SCAN                                    CCVSB1.0
001567         VARYING OUTAGE-SUB FROM 1 BY 1                           CCVSB1.0
001568         UNTIL OUTAGE-SUB GREATER THAN OUTAGE-COUNT.              CCVSB1.0
001569 CHECK-OUTAGE-SCAN.                                               CCVSB1.0
001570     IF OT-SKIP-DATE (OUTAGE-SUB) EQUAL TO OUTAGE-TEST-DATE       CCVSB1.0
001571         AND (OT-STREAM-ID (OUTAGE-SUB) EQUAL TO SPACE            CCVSB1.0
001572         OR OT-STREAM-ID (OUTAGE-SUB) EQUAL TO                    CCVSB1.0
001573            OUTAGE-TEST-STREAM)                                   CCVSB1.0
001574             SET OUTAGE-HIT TO TRUE.                              CCVSB1.0
001575 FIND-PARA-STREAM.                                                CCVSB1.0
001576     MOVE SPACE TO PARA-STREAM-ID.                                CCVSB1.0
001577     PERFORM TABLE-SCAN-NULL                                      CCVSB1.0
001578         VARYING ROSTER-SUB FROM 1 BY 1                           CCVSB1.0
001579         UNTIL ROSTER-SUB GREATER THAN ROSTER-COUNT               CCVSB1.0
001580         OR RO-PGM-ID (ROSTER-SUB) EQUAL TO                       CCVSB1.0
001581            PT-TEST-ID (SUB-1).                                   CCVSB1.0
001582     IF ROSTER-SUB NOT GREATER THAN ROSTER-COUNT                  CCVSB1.0
001583         MOVE RO-STREAM-ID (ROSTER-SUB) TO PARA-STREAM-ID.        CCVSB1.0
001584 LOAD-TICKET-XREF.                                                CCVSB1.0
001585     OPEN INPUT TICKET-XREF-FILE.                                 CCVSB1.0
001586     IF TICKET-XREF-STATUS NOT EQUAL TO "00"                      CCVSB1.0
001587         GO TO LOAD-TICKET-XREF-EXIT.                             CCVSB1.0
001588     PERFORM READ-TICKET-XREF.                                    CCVSB1.0
001589     PERFORM POST-TICKET-XREF THRU POST-TICKET-XREF-EXIT          CCVSB1.0
001590         UNTIL TICKET-XREF-EOF.                                   CCVSB1.0
001591     CLOSE TICKET-XREF-FILE.                                      CCVSB1.0
001592 LOAD-TICKET-XREF-EXIT. EXIT.                                     CCVSB1.0
001593 READ-TICKET-XREF.                                                CCVSB1.0
001594     READ TICKET-XREF-FILE                                        CCVSB1.0
001595         AT END SET TICKET-XREF-EOF TO TRUE.                      CCVSB1.0
001596 POST-TICKET-XREF.                                                CCVSB1.0
001597     IF TICKET-XREF-COUNT LESS THAN 200                           CCVSB1.0
001598         ADD 1 TO TICKET-XREF-COUNT                               CCVSB1.0
001599         MOVE XR-TEST-ID TO TX-TEST-ID (TICKET-XREF-COUNT)        CCVSB1.0
001600         MOVE XR-PAR-NAME TO TX-PAR-NAME (TICKET-XREF-COUNT)      CCVSB1.0
001601         MOVE XR-TICKET-NO                                        CCVSB1.0
001602             TO TX-TICKET-NO (TICKET-XREF-COUNT)                  CCVSB1.0
001603         MOVE XR-PM-STATUS                                        CCVSB1.0
001604             TO TX-PM-STATUS (TICKET-XREF-COUNT).                 CCVSB1.0
001605     PERFORM READ-TICKET-XREF.                                    CCVSB1.0
001606 POST-TICKET-XREF-EXIT. EXIT.                                     CCVSB1.0
001607 NOTE-TICKET-FOR-PARAGRAPH.                                       CCVSB1.0
001608     PERFORM TABLE-SCAN-NULL                                      CCVSB1.0
001609         VARYING TICKET-XREF-SUB FROM 1 BY 1                      CCVSB1.0
001610         UNTIL TICKET-XREF-SUB GREATER THAN TICKET-XREF-COUNT     CCVSB1.0
001611         OR (TX-TEST-ID (TICKET-XREF-SUB) EQUAL TO                CCVSB1.0
001612             PT-TEST-ID (SUB-1)                                   CCVSB1.0
001613         AND TX-PAR-NAME (TICKET-XREF-SUB) EQUAL TO               CCVSB1.0
001614             PT-PAR-NAME (SUB-1)).                                CCVSB1.0
001615     IF TICKET-XREF-SUB GREATER THAN TICKET-XREF-COUNT            CCVSB1.0
001616         GO TO NOTE-TICKET-FOR-PARAGRAPH-EXIT.                    CCVSB1.0
001617     MOVE TX-TICKET-NO (TICKET-XREF-SUB) TO TN-TICKET-NO.         CCVSB1.0
001618     MOVE TX-PM-STATUS (TICKET-XREF-SUB) TO TN-PM-STATUS.         CCVSB1.0
001619     MOVE TICKET-NOTE-LINE TO STABILITY-REPORT-REC.               CCVSB1.0
001620     PERFORM WRITE-REPORT-LINE.                                   CCVSB1.0
001621 NOTE-TICKET-FOR-PARAGRAPH-EXIT. EXIT.                            CCVSB1.0
001622 PRINT-RELEASE-BOUNDARIES.                                        CCVSB1.0
001623     PERFORM NOTE-RELEASE-BOUNDARY                                CCVSB1.0
001624         THRU NOTE-RELEASE-BOUNDARY-EXIT                          CCVSB1.0
001625         VARYING SUB-2 FROM 2 BY 1                                CCVSB1.0
001626         UNTIL SUB-2 GREATER THAN WINDOW-COUNT.                   CCVSB1.0
001627 NOTE-RELEASE-BOUNDARY.                                           CCVSB1.0
001628     SUBTRACT 1 FROM SUB-2 GIVING SUB-3.                          CCVSB1.0
001629     IF WD-RELEASE (SUB-2) EQUAL TO SPACE                         CCVSB1.0
001630         OR WD-RELEASE (SUB-3) EQUAL TO SPACE                     CCVSB1.0
001631         OR WD-RELEASE (SUB-2) EQUAL TO WD-RELEASE (SUB-3)        CCVSB1.0
001632             GO TO NOTE-RELEASE-BOUNDARY-EXIT.                    CCVSB1.0
001633     MOVE WD-DATE (SUB-3) TO RB-PRIOR-DATE.                       CCVSB1.0
001634     MOVE WD-RELEASE (SUB-3) TO RB-OLD-RELEASE.                   CCVSB1.0
001635     MOVE WD-RELEASE (SUB-2) TO RB-NEW-RELEASE.                   CCVSB1.0
001636     MOVE RELEASE-BOUNDARY-LINE TO STABILITY-REPORT-REC.          CCVSB1.0
001637     PERFORM WRITE-REPORT-LINE.                                   CCVSB1.0
001638 NOTE-RELEASE-BOUNDARY-EXIT. EXIT.                                CCVSB1.0
001639 READ-JOURNAL.                                                    CCVSB1.0
001640     READ RESULT-JOURNAL-FILE                                     CCVSB1.0
001641         AT END SET JOURNAL-EOF TO TRUE.                          CCVSB1.0
001642 COLLECT-RUN-DATES.                                               CCVSB1.0
001643     PERFORM READ-JOURNAL.                                        CCVSB1.0
001644     PERFORM NOTE-RUN-DATE THRU NOTE-RUN-DATE-EXIT                CCVSB1.0
001645         UNTIL JOURNAL-EOF.                                       CCVSB1.0
001646 NOTE-RUN-DATE.                                                   CCVSB1.0
001647     PERFORM TABLE-SCAN-NULL                                      CCVSB1.0
001648         VARYING SUB-1 FROM 1 BY 1                                CCVSB1.0
001649         UNTIL SUB-1 GREATER THAN DATE-COUNT                      CCVSB1.0
001650         OR DT-DATE (SUB-1) EQUAL TO RJ-RUN-DATE.                 CCVSB1.0
001652     IF SUB-1 NOT GREATER THAN DATE-COUNT                         CCVSB1.0
001654         GO TO NOTE-RUN-DATE-NEXT.                                CCVSB1.0
001860             MOVE DT-DATE (SUB-3) TO DT-DATE (SUB-2)              CCVSB1.0
001870             MOVE DATE-HOLD TO DT-DATE (SUB-3).                   CCVSB1.0
001880 BUILD-WINDOW-TABLE.                                              CCVSB1.0
001885     MOVE SPACE TO WINDOW-RELEASE-TABLE.                          CCVSB1.0
001890     IF DATE-COUNT LESS THAN NIGHTS-WANTED                        CCVSB1.0
001900         MOVE DATE-COUNT TO WINDOW-COUNT                          CCVSB1.0
001910     ELSE                                                         CCVSB1.0
002160     IF SUB-1 GREATER THAN WINDOW-COUNT                           CCVSB1.0
002170         GO TO POST-JOURNAL-RECORD-NEXT.                          CCVSB1.0
002175     MOVE SUB-1 TO WINDOW-HIT-SUB.                                CCVSB1.0
002178     IF WD-RELEASE (WINDOW-HIT-SUB) EQUAL TO SPACE                CCVSB1.0
002181         AND RJ-COMPILER-REL NOT EQUAL TO SPACE                   CCVSB1.0
002184             MOVE RJ-COMPILER-REL                                 CCVSB1.0
002187                 TO WD-RELEASE (WINDOW-HIT-SUB).                  CCVSB1.0
002190     PERFORM TABLE-SCAN-NULL                                      CCVSB1.0
002200         VARYING SUB-1 FROM 1 BY 1                                CCVSB1.0
002210         UNTIL SUB-1 GREATER THAN PARA-COUNT                      CCVSB1.0
002540 EXAMINE-PARAGRAPH.                                               CCVSB1.0
002550     MOVE ZERO TO CHANGE-COUNT.                                   CCVSB1.0
002560     MOVE SPACE TO PREV-DISPOSITION.                              CCVSB1.0
002563     MOVE 1 TO PREV-SLOT-SUB.                                     CCVSB1.0
002566     PERFORM FIND-PARA-STREAM.                                    CCVSB1.0
002570     PERFORM COUNT-DISPOSITION-CHANGE                             CCVSB1.0
002580         VARYING SUB-2 FROM 1 BY 1                                CCVSB1.0
002590         UNTIL SUB-2 GREATER THAN WINDOW-COUNT.                   CCVSB1.0
002690         UNTIL SUB-2 GREATER THAN WINDOW-COUNT.                   CCVSB1.0
002700     MOVE STABILITY-DETAIL-LINE TO STABILITY-REPORT-REC.          CCVSB1.0
002710     PERFORM WRITE-REPORT-LINE.                                   CCVSB1.0
002713     PERFORM NOTE-TICKET-FOR-PARAGRAPH                            CCVSB1.0
002716         THRU NOTE-TICKET-FOR-PARAGRAPH-EXIT.                     CCVSB1.0
002720 EXAMINE-PARAGRAPH-EXIT. EXIT.                                    CCVSB1.0
002730 COUNT-DISPOSITION-CHANGE.                                        CCVSB1.0
002740     IF PT-DISP-SLOT (SUB-1, SUB-2) EQUAL TO SPACE                CCVSB1.0
002770         AND PT-DISP-SLOT (SUB-1, SUB-2)                          CCVSB1.0
002780             NOT EQUAL TO PREV-DISPOSITION                        CCVSB1.0
002790             IF WD-RELEASE (SUB-2) NOT EQUAL TO SPACE             CCVSB1.0
002791                 AND WD-RELEASE (PREV-SLOT-SUB)                   CCVSB1.0
002792                     NOT EQUAL TO SPACE                           CCVSB1.0
002793                 AND WD-RELEASE (SUB-2) NOT EQUAL TO              CCVSB1.0
002794                     WD-RELEASE (PREV-SLOT-SUB)                   CCVSB1.0
002795                 ADD 1 TO REL-CHANGE-COUNT                        CCVSB1.0
002796             ELSE                                                 CCVSB1.0
002797                 ADD 1 TO CHANGE-COUNT.                           CCVSB1.0
002800     MOVE PT-DISP-SLOT (SUB-1, SUB-2) TO PREV-DISPOSITION.        CCVSB1.0
002805     MOVE SUB-2 TO PREV-SLOT-SUB.                                 CCVSB1.0
002810 COUNT-DISPOSITION-CHANGE-EXIT. EXIT.                             CCVSB1.0
002820 BUILD-DISPOSITION-CELL.                                          CCVSB1.0
002830     IF PT-DISP-SLOT (SUB-1, SUB-2) EQUAL TO SPACE                CCVSB1.0
002840         PERFORM BUILD-BLANK-CELL                                 CCVSB1.0
002850     ELSE                                                         CCVSB1.0
002860         MOVE PT-DISP-SLOT (SUB-1, SUB-2) TO SD-DISP-ENT (SUB-2). CCVSB1.0
002861 BUILD-BLANK-CELL.                                                CCVSB1.0
002862     MOVE WD-DATE (SUB-2) TO OUTAGE-TEST-DATE.                    CCVSB1.0
002863     MOVE PARA-STREAM-ID TO OUTAGE-TEST-STREAM.                   CCVSB1.0
002864     PERFORM CHECK-OUTAGE.                                        CCVSB1.0
002865     IF OUTAGE-HIT                                                CCVSB1.0
002866         ADD 1 TO SKED-NIGHT-COUNT                                CCVSB1.0
002867         MOVE "SKED " TO SD-DISP-ENT (SUB-2)                      CCVSB1.0
002868     ELSE                                                         CCVSB1.0
002869         MOVE "  -  " TO SD-DISP-ENT (SUB-2).                     CCVSB1.0
002870 PRINT-REPORT-TOTALS.                                             CCVSB1.0
002880     MOVE SPACE TO STABILITY-TOTAL-LINE.                          CCVSB1.0
002890     MOVE PARA-COUNT TO ST-COUNT.                                 CCVSB1.0
002950     MOVE "PARAGRAPHS FLAGGED AS UNSTABLE" TO ST-DESC.            CCVSB1.0
002960     MOVE STABILITY-TOTAL-LINE TO STABILITY-REPORT-REC.           CCVSB1.0
002970     PERFORM WRITE-REPORT-LINE.                                   CCVSB1.0
002971     IF REL-CHANGE-COUNT GREATER THAN ZERO                        CCVSB1.0
002972         MOVE SPACE TO STABILITY-TOTAL-LINE                       CCVSB1.0
002973         MOVE REL-CHANGE-COUNT TO ST-COUNT                        CCVSB1.0
002974         MOVE "CHANGES AT A RELEASE BOUNDARY (RELEASE CHANGE)"    CCVSB1.0
002975             TO ST-DESC                                           CCVSB1.0
002980         MOVE STABILITY-TOTAL-LINE TO STABILITY-REPORT-REC        CCVSB1.0
002981         PERFORM WRITE-REPORT-LINE.                               CCVSB1.0
002982     IF SKED-NIGHT-COUNT GREATER THAN ZERO                        CCVSB1.0
002983         MOVE SPACE TO STABILITY-TOTAL-LINE                       CCVSB1.0
002984         MOVE SKED-NIGHT-COUNT TO ST-COUNT                        CCVSB1.0
002985         MOVE "BLANK NIGHTS COVERED BY SCHEDULED OUTAGE"          CCVSB1.0
002986             TO ST-DESC                                           CCVSB1.0
002987         MOVE STABILITY-TOTAL-LINE TO STABILITY-REPORT-REC        CCVSB1.0
002988         PERFORM WRITE-REPORT-LINE.                               CCVSB1.0
002989     IF PARA-OVERFLOW-COUNT GREATER THAN ZERO                     CCVSB1.0
002990         MOVE SPACE TO STABILITY-TOTAL-LINE                       CCVSB1.0
003000         MOVE PARA-OVERFLOW-COUNT TO ST-COUNT                     CCVSB1.0
003010         MOVE "RECORDS BYPASSED, PARAGRAPH TABLE FULL"            CCVSB1.0
003054         PERFORM WRITE-REPORT-LINE.                               CCVSB1.0
003055 WRITE-REPORT-LINE.                                               CCVSB1.0
003060     WRITE STABILITY-REPORT-REC AFTER ADVANCING 1 LINES.          CCVSB1.0
003070*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVSB1.0
003080*    THE RUN DATE IS THE DAY THE NIGHTLY JOB TOOK THE SUITE LOCK, CCVSB1.0
003090*    SO A STEP ENDING AFTER MIDNIGHT STILL FILES UNDER ITS NIGHT. CCVSB1.0
003100 WRITE-RUN-LEDGER.                                                CCVSB1.0
003110     MOVE SPACE TO RUN-LEDGER-REC.                                CCVSB1.0
003120     MOVE LEDGER-START-DATE TO LG-RUN-DATE.                       CCVSB1.0
003130     OPEN INPUT RUN-STATE-FILE.                                   CCVSB1.0
003140     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVSB1.0
003150         PERFORM READ-LEDGER-RUN-STATE                            CCVSB1.0
003160         CLOSE RUN-STATE-FILE.                                    CCVSB1.0
003170     MOVE SPACE TO LG-STREAM-ID.                                  CCVSB1.0
003180     MOVE "CCVSSTB" TO LG-PGM-ID.                                 CCVSB1.0
003190     MOVE LEDGER-START-DATE TO LG-START-DATE.                     CCVSB1.0
003200     MOVE LEDGER-START-TIME TO LG-START-TIME.                     CCVSB1.0
003210     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVSB1.0
003220     ACCEPT LG-END-TIME FROM TIME.                                CCVSB1.0
003230     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVSB1.0
003240     MOVE LEDGER-REASON TO LG-REASON.                             CCVSB1.0
003250     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVSB1.0
003260     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVSB1.0
003270         WRITE RUN-LEDGER-REC                                     CCVSB1.0
003280         CLOSE RUN-LEDGER-FILE.                                   CCVSB1.0
003290 READ-LEDGER-RUN-STATE.                                           CCVSB1.0
003300     READ RUN-STATE-FILE                                          CCVSB1.0
003310         AT END MOVE SPACE TO RN-HOLDER.                          CCVSB1.0
003320     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVSB1.0
003330         MOVE RN-SINCE-DATE TO LG-RUN-DATE.                       CCVSB1.0
