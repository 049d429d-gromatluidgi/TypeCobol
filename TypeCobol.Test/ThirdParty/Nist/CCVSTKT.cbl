000170*    PARAGRAPHS THAT WERE ALREADY FAILING ON THE PRIOR NIGHT ARE  CCVST1.0
000180*    SUPPRESSED (TICKET PRESUMED OPEN), AND A CLOSE RECORD IS     CCVST1.0
000190*    WRITTEN WHEN A PREVIOUSLY FAILING PARAGRAPH PASSES AGAIN.    CCVST1.0
000191*    PARAGRAPHS JOURNALED TONIGHT AS QUAR* (LISTED IN THE         CCVST1.0
000192*    QUARANTINE REGISTER) GET NEITHER AN OPEN NOR A CLOSE RECORD; CCVST1.0
000193*    THE REGISTER ENTRY ALREADY CARRIES THE TICKET REFERENCE.     CCVST1.0
000194*    WHEN THE PRIOR NIGHT WAS QUAR*, ITS UNDERLYING RESULT IS     CCVST1.0
000195*    USED AS THE PRIOR DISPOSITION, SO A FAILURE MASKED BY THE    CCVST1.0
000196*    QUARANTINE IS NEITHER TICKETED TWICE NOR LEFT OPEN.          CCVST1.0
000200*    RUN THIS AFTER THE STABILITY REPORT STEP IN THE DRIVER JOB.  CCVST1.0
000203*    AT THE END OF THE STEP A COMPLETION RECORD (RETURN CODE AND  CCVST1.0
000206*    REASON) IS APPENDED TO THE RUN LEDGER, CCVS.RUN.LEDGER.      CCVST1.0
000210 ENVIRONMENT DIVISION.                                            CCVST1.0
000220 INPUT-OUTPUT SECTION.                                            CCVST1.0
000230 FILE-CONTROL.                                                    CCVST1.0
000260     SELECT TICKET-FEED-FILE ASSIGN TO                            CCVST1.0
000270     XXXXX076.                                                    CCVST1.0
000280     SELECT EXTRACT-REPORT-FILE ASSIGN TO                         CCVST1.0
000283     XXXXX077.                                                    CCVST1.0
000286     SELECT ROSTER-FILE ASSIGN TO                                 CCVST1.0
000290     XXXXX084.                                                    CCVST1.0
000291     SELECT OUTAGE-CALENDAR-FILE ASSIGN TO                        CCVST1.0
000292     XXXXX092                                                     CCVST1.0
000293     FILE STATUS IS OUTAGE-CALENDAR-STATUS.                       CCVST1.0
000294     SELECT RUN-STATE-FILE ASSIGN TO                              CCVST1.0
000295     XXXXX129                                                     CCVST1.0
000296     FILE STATUS IS RUN-STATE-STATUS.                             CCVST1.0
000297     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVST1.0
000298     XXXXX134                                                     CCVST1.0
000299     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVST1.0
000300 DATA DIVISION.                                                   CCVST1.0
000310 FILE SECTION.                                                    CCVST1.0
000320 FD  RESULT-JOURNAL-FILE.                                         CCVST1.0
000410     02 RJ-RE-MARK            PIC X(61).                          CCVST1.0
000415     02 RJ-ELAPSED-TIME       PIC 9(7).                           CCVST1.0
000420     02 RJ-COMPILER-REL       PIC X(8).                           CCVST1.0
000423     02 RJ-QUAR-RESULT        PIC X(5).                           CCVST1.0
000426     02 FILLER                PIC X(15).                          CCVST1.0
000430 FD  TICKET-FEED-FILE.                                            CCVST1.0
000440 01  TICKET-FEED-REC.                                             CCVST1.0
000450     02 TI-REC-TYPE           PIC X(5).                           CCVST1.0
000520     02 TI-CORRECT            PIC X(20).                          CCVST1.0
000530     02 FILLER                PIC X(15).                          CCVST1.0
000540 FD  EXTRACT-REPORT-FILE.                                         CCVST1.0
000542 01  EXTRACT-REPORT-REC                 PIC X(120).               CCVST1.0
000544 FD  ROSTER-FILE.                                                 CCVST1.0
000546 01  ROSTER-REC.                                                  CCVST1.0
000550     02 EP-PGM-ID            PIC X(9).                            CCVST1.0
000551     02 FILLER               PIC X.                               CCVST1.0
000552     02 EP-STREAM-ID         PIC X.                               CCVST1.0
000553     02 FILLER               PIC X(69).                           CCVST1.0
000554 FD  OUTAGE-CALENDAR-FILE.                                        CCVST1.0
000555 01  OUTAGE-CALENDAR-REC.                                         CCVST1.0
000556     02 OC-SKIP-DATE          PIC 9(8).                           CCVST1.0
000557     02 FILLER                PIC X.                              CCVST1.0
000558     02 OC-STREAM-ID          PIC X.                              CCVST1.0
000559     02 FILLER                PIC X(70).                          CCVST1.0
000560 FD  RUN-STATE-FILE.                                              CCVST1.0
000561 01  RUN-STATE-REC.                                               CCVST1.0
000562     02 RN-HOLDER             PIC X(8).                           CCVST1.0
000563     02 FILLER                PIC X.                              CCVST1.0
000564     02 RN-SINCE-DATE         PIC 9(8).                           CCVST1.0
000565     02 FILLER                PIC X.                              CCVST1.0
000566     02 RN-SINCE-TIME         PIC 9(8).                           CCVST1.0
000567     02 FILLER                PIC X(54).                          CCVST1.0
000568 FD  RUN-LEDGER-FILE.                                             CCVST1.0
000569 01  RUN-LEDGER-REC.                                              CCVST1.0
000570     02 LG-RUN-DATE           PIC 9(8).                           CCVST1.0
000571     02 FILLER                PIC X.                              CCVST1.0
000572     02 LG-STREAM-ID          PIC X.                              CCVST1.0
000573     02 FILLER                PIC X.                              CCVST1.0
000574     02 LG-PGM-ID             PIC X(9).                           CCVST1.0
000575     02 FILLER                PIC X.                              CCVST1.0
000576     02 LG-ACTION             PIC X(8).                           CCVST1.0
000577     02 FILLER                PIC X.                              CCVST1.0
000578     02 LG-START-DATE         PIC 9(8).                           CCVST1.0
000579     02 FILLER                PIC X.                              CCVST1.0
000580     02 LG-START-TIME         PIC 9(8).                           CCVST1.0
000581     02 FILLER                PIC X.                              CCVST1.0
000582     02 LG-END-DATE           PIC 9(8).                           CCVST1.0
000583     02 FILLER                PIC X.                              CCVST1.0
000584     02 LG-END-TIME           PIC 9(8).                           CCVST1.0
000585     02 FILLER                PIC X.                              CCVST1.0
000586     02 LG-RETURN-CODE        PIC 9(4).                           CCVST1.0
000587     02 FILLER                PIC X.                              CCVST1.0
000588     02 LG-REASON             PIC X(40).                          CCVST1.0
000589     02 FILLER                PIC X(9).                           CCVST1.0
000590 WORKING-STORAGE SECTION.                                         CCVST1.0
000591 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVST1.0
000592 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVST1.0
000593 01  LEDGER-START-DATE                  PIC 9(8)   VALUE ZERO.    CCVST1.0
000594 01  LEDGER-START-TIME                  PIC 9(8)   VALUE ZERO.    CCVST1.0
000595 01  LEDGER-REASON                      PIC X(40)                 CCVST1.0
000596         VALUE "TICKET FEED EXTRACTED".                           CCVST1.0
000597 01  JOURNAL-EOF-SW                     PIC X      VALUE "N".     CCVST1.0
000598     88 JOURNAL-EOF                                VALUE "Y".     CCVST1.0
000599 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVST1.0
000600 01  CASE-COUNT                         PIC 999    VALUE ZERO.    CCVST1.0
000610 01  CASE-TABLE.                                                  CCVST1.0
000620     02 CASE-ENTRY OCCURS 401 TIMES.                              CCVST1.0
000690         03 TK-RE-MARK        PIC X(61).                          CCVST1.0
000700         03 TK-COMPUTED       PIC X(20).                          CCVST1.0
000710         03 TK-CORRECT        PIC X(20).                          CCVST1.0
000713         03 TK-TODAY-REL      PIC X(8).                           CCVST1.0
000716         03 TK-PRIOR-REL      PIC X(8).                           CCVST1.0
000720 01  OPENED-COUNT                       PIC 999    VALUE ZERO.    CCVST1.0
000730 01  CLOSED-COUNT                       PIC 999    VALUE ZERO.    CCVST1.0
000740 01  SUPPRESSED-COUNT                   PIC 999    VALUE ZERO.    CCVST1.0
000750 01  OVERFLOW-COUNT                     PIC 999    VALUE ZERO.    CCVST1.0
000760 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVST1.0
000761 01  HIT-SUB                            PIC S9(4) COMP VALUE 0.   CCVST1.0
000762 01  ROSTER-EOF-SW                      PIC X      VALUE "N".     CCVST1.0
000763     88 ROSTER-EOF                                 VALUE "Y".     CCVST1.0
000764 01  ROSTER-COUNT                       PIC 99     VALUE ZERO.    CCVST1.0
000765 01  ROSTER-TABLE.                                                CCVST1.0
000766     02 ROSTER-ENTRY OCCURS 51 TIMES.                             CCVST1.0
000770         03 RO-PGM-ID        PIC X(9).                            CCVST1.0
000771         03 RO-STREAM-ID     PIC X.                               CCVST1.0
000772 01  ROSTER-SUB                         PIC S9(4) COMP VALUE 0.   CCVST1.0
000773 01  OUTAGE-CALENDAR-STATUS             PIC XX     VALUE SPACE.   CCVST1.0
000774 01  OUTAGE-EOF-SW                      PIC X      VALUE "N".     CCVST1.0
000775     88 OUTAGE-EOF                                 VALUE "Y".     CCVST1.0
000776 01  OUTAGE-COUNT                       PIC 99     VALUE ZERO.    CCVST1.0
000777 01  OUTAGE-TABLE.                                                CCVST1.0
000778     02 OUTAGE-ENTRY OCCURS 31 TIMES.                             CCVST1.0
000779         03 OT-SKIP-DATE     PIC 9(8).                            CCVST1.0
000780         03 OT-STREAM-ID     PIC X.                               CCVST1.0
000781 01  OUTAGE-SUB                         PIC S9(4) COMP VALUE 0.   CCVST1.0
000782 01  OUTAGE-HIT-SW                      PIC X      VALUE "N".     CCVST1.0
000783     88 OUTAGE-HIT                                 VALUE "Y".     CCVST1.0
000784 01  OUTAGE-TEST-DATE                   PIC 9(8)   VALUE ZERO.    CCVST1.0
000785 01  OUTAGE-TEST-STREAM                 PIC X      VALUE SPACE.   CCVST1.0
000786 01  CASE-STREAM-ID                     PIC X      VALUE SPACE.   CCVST1.0
000787 01  OUTAGE-SKIP-COUNT                  PIC 999    VALUE ZERO.    CCVST1.0
000788 01  QUARANTINE-SKIP-COUNT              PIC 999    VALUE ZERO.    CCVST1.0
000789 01  EXTRACT-HEADING-1.                                           CCVST1.0
000790     02 FILLER PIC X(20) VALUE SPACE.                             CCVST1.0
000800     02 FILLER PIC X(40)                                          CCVST1.0
000810         VALUE "CCVS PROBLEM-TICKET INTERFACE EXTRACT".           CCVST1.0
001000 PROCEDURE DIVISION.                                              CCVST1.0
001010 CCVSTKT-MAIN SECTION.                                            CCVST1.0
001020 OPEN-FILES.                                                      CCVST1.0
001023     ACCEPT LEDGER-START-DATE FROM DATE YYYYMMDD.                 CCVST1.0
001026     ACCEPT LEDGER-START-TIME FROM TIME.                          CCVST1.0
001030     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVST1.0
001040     OPEN INPUT RESULT-JOURNAL-FILE.                              CCVST1.0
001050     OPEN EXTEND TICKET-FEED-FILE.                                CCVST1.0
001060     OPEN OUTPUT EXTRACT-REPORT-FILE.                             CCVST1.0
001070     PERFORM PRINT-REPORT-HEADING.                                CCVST1.0
001073     PERFORM LOAD-ROSTER-TABLE.                                   CCVST1.0
001076     PERFORM LOAD-OUTAGE-TABLE THRU LOAD-OUTAGE-TABLE-EXIT.       CCVST1.0
001080     PERFORM READ-JOURNAL.                                        CCVST1.0
001090     PERFORM POST-JOURNAL-RECORD THRU POST-JOURNAL-RECORD-EXIT    CCVST1.0
001100         UNTIL JOURNAL-EOF.                                       CCVST1.0
001150 CLOSE-FILES.                                                     CCVST1.0
001160     CLOSE RESULT-JOURNAL-FILE TICKET-FEED-FILE                   CCVST1.0
001170           EXTRACT-REPORT-FILE.                                   CCVST1.0
001175     PERFORM WRITE-RUN-LEDGER.                                    CCVST1.0
001180     STOP RUN.                                                    CCVST1.0
001190 READ-JOURNAL.                                                    CCVST1.0
001200     READ RESULT-JOURNAL-FILE                                     CCVST1.0
001420         MOVE RJ-RE-MARK TO TK-RE-MARK (HIT-SUB)                  CCVST1.0
001430         MOVE RJ-COMPUTED TO TK-COMPUTED (HIT-SUB)                CCVST1.0
001440         MOVE RJ-CORRECT TO TK-CORRECT (HIT-SUB)                  CCVST1.0
001445         MOVE RJ-COMPILER-REL TO TK-TODAY-REL (HIT-SUB)           CCVST1.0
001450     ELSE IF RJ-RUN-DATE NOT LESS THAN TK-PRIOR-DATE (HIT-SUB)    CCVST1.0
001460         MOVE RJ-RUN-DATE TO TK-PRIOR-DATE (HIT-SUB)              CCVST1.0
001470         MOVE RJ-DISPOSITION TO TK-PRIOR-DISP (HIT-SUB)           CCVST1.0
001472         MOVE RJ-COMPILER-REL TO TK-PRIOR-REL (HIT-SUB)           CCVST1.0
001474         IF RJ-DISPOSITION EQUAL TO "QUAR*"                       CCVST1.0
001476             MOVE RJ-QUAR-RESULT TO TK-PRIOR-DISP (HIT-SUB).      CCVST1.0
001480 POST-JOURNAL-RECORD-NEXT.                                        CCVST1.0
001490     PERFORM READ-JOURNAL.                                        CCVST1.0
001500 POST-JOURNAL-RECORD-EXIT. EXIT.                                  CCVST1.0
001501 TABLE-SCAN-NULL. EXIT.                                           CCVST1.0
001502 LOAD-ROSTER-TABLE.                                               CCVST1.0
001503     OPEN INPUT ROSTER-FILE.                                      CCVST1.0
001504     PERFORM READ-ROSTER.                                         CCVST1.0
001505     PERFORM POST-ROSTER THRU POST-ROSTER-EXIT                    CCVST1.0
001506         UNTIL ROSTER-EOF.                                        CCVST1.0
001507     CLOSE ROSTER-FILE.                                           CCVST1.0
001510 READ-ROSTER.                                                     CCVST1.0
001511     READ ROSTER-FILE                                             CCVST1.0
001512         AT END SET ROSTER-EOF TO TRUE.                           CCVST1.0
001513 POST-ROSTER.                                                     CCVST1.0
001514     IF EP-PGM-ID NOT EQUAL TO SPACE                              CCVST1.0
001515         AND ROSTER-COUNT LESS THAN 50                            CCVST1.0
001516             ADD 1 TO ROSTER-COUNT                                CCVST1.0
001517             MOVE EP-PGM-ID TO RO-PGM-ID (ROSTER-COUNT)           CCVST1.0
001518             MOVE EP-STREAM-ID TO RO-STREAM-ID (ROSTER-COUNT).    CCVST1.0
001519     PERFORM READ-ROSTER.                                         CCVST1.0
001520 POST-ROSTER-EXIT. EXIT.                                          CCVST1.0
001521 LOAD-OUTAGE-TABLE.                                               CCVST1.0
001522     OPEN INPUT OUTAGE-CALENDAR-FILE.                             CCVST1.0
001523     IF OUTAGE-CALENDAR-STATUS NOT EQUAL TO "00"                  CCVST1.0
001524         GO TO LOAD-OUTAGE-TABLE-EXIT.                            CCVST1.0
001525     PERFORM READ-OUTAGE.                                         CCVST1.0
001526     PERFORM POST-OUTAGE THRU POST-OUTAGE-EXIT                    CCVST1.0
001527         UNTIL OUTAGE-EOF.                                        CCVST1.0
001528     CLOSE OUTAGE-CALENDAR-FILE.                                  CCVST1.0
001529 LOAD-OUTAGE-TABLE-EXIT. EXIT.                                    CCVST1.0
001530 READ-OUTAGE.                                                     CCVST1.0
001531     READ OUTAGE-CALENDAR-FILE                                    CCVST1.0
001532         AT END SET OUTAGE-EOF TO TRUE.                           CCVST1.0
001533 POST-OUTAGE.                                                     CCVST1.0
001534     IF OC-SKIP-DATE IS NUMERIC                                   CCVST1.0
001535         AND OUTAGE-COUNT LESS THAN 30                            CCVST1.0
001536             ADD 1 TO OUTAGE-COUNT                                CCVST1.0
001537             MOVE OC-SKIP-DATE TO OT-SKIP-DATE (OUTAGE-COUNT)     CCVST1.0
001538             MOVE OC-STREAM-ID TO OT-STREAM-ID (OUTAGE-COUNT).    CCVST1.0
001539     PERFORM READ-OUTAGE.                                         CCVST1.0
001540 POST-OUTAGE-EXIT. EXIT.                                          CCVST1.0
001541 CHECK-OUTAGE.                                                    CCVST1.0
001542     MOVE "N" TO OUTAGE-HIT-SW.                                   CCVST1.0
001543     PERFORM CHECK-OUTAGE-SCAN                                    CCVST1.0
001544         VARYING OUTAGE-SUB FROM 1 BY 1                           CCVST1.0
001545         UNTIL OUTAGE-SUB GREATER THAN OUTAGE-COUNT.              CCVST1.0
001546 CHECK-OUTAGE-SCAN.                                               CCVST1.0
001547     IF OT-SKIP-DATE (OUTAGE-SUB) EQUAL TO OUTAGE-TEST-DATE       CCVST1.0
001548         AND (OT-STREAM-ID (OUTAGE-SUB) EQUAL TO SPACE            CCVST1.0
001549         OR OT-STREAM-ID (OUTAGE-SUB) EQUAL TO                    CCVST1.0
001550            OUTAGE-TEST-STREAM)                                   CCVST1.0
001551             SET OUTAGE-HIT TO TRUE.                              CCVST1.0
001552 FIND-CASE-STREAM.                                                CCVST1.0
001553     MOVE SPACE TO CASE-STREAM-ID.                                CCVST1.0
001554     PERFORM TABLE-SCAN-NULL                                      CCVST1.0
001555         VARYING ROSTER-SUB FROM 1 BY 1                           CCVST1.0
001556         UNTIL ROSTER-SUB GREATER THAN ROSTER-COUNT               CCVST1.0
001557         OR RO-PGM-ID (ROSTER-SUB) EQUAL TO                       CCVST1.0
001558            TK-TEST-ID (SUB-1).                                   CCVST1.0
001559     IF ROSTER-SUB NOT GREATER THAN ROSTER-COUNT                  CCVST1.0
001560         MOVE RO-STREAM-ID (ROSTER-SUB) TO CASE-STREAM-ID.        CCVST1.0
001561 EXAMINE-CASE.                                                    CCVST1.0
001562     PERFORM FIND-CASE-STREAM.                                    CCVST1.0
001563     MOVE TODAYS-RUN-DATE TO OUTAGE-TEST-DATE.                    CCVST1.0
001564     MOVE CASE-STREAM-ID TO OUTAGE-TEST-STREAM.                   CCVST1.0
001565     PERFORM CHECK-OUTAGE.                                        CCVST1.0
001566     IF OUTAGE-HIT                                                CCVST1.0
001567         AND TK-TODAY-DISP (SUB-1) EQUAL TO SPACE                 CCVST1.0
001568             ADD 1 TO OUTAGE-SKIP-COUNT                           CCVST1.0
001569             PERFORM PRINT-OUTAGE-LINE                            CCVST1.0
001570             GO TO EXAMINE-CASE-EXIT.                             CCVST1.0
001571     IF TK-TODAY-DISP (SUB-1) EQUAL TO "QUAR*"                    CCVST1.0
001572         ADD 1 TO QUARANTINE-SKIP-COUNT                           CCVST1.0
001573         PERFORM PRINT-QUARANTINE-LINE                            CCVST1.0
001574         GO TO EXAMINE-CASE-EXIT.                                 CCVST1.0
001575     IF TK-TODAY-DISP (SUB-1) EQUAL TO "FAIL*"                    CCVST1.0
001576         IF TK-PRIOR-DISP (SUB-1) EQUAL TO "FAIL*"                CCVST1.0
001577             ADD 1 TO SUPPRESSED-COUNT                            CCVST1.0
001578             PERFORM PRINT-SUPPRESSED-LINE                        CCVST1.0
001579         ELSE                                                     CCVST1.0
001580             PERFORM WRITE-OPEN-RECORD                            CCVST1.0
001590     ELSE                                                         CCVST1.0
001600         IF TK-TODAY-DISP (SUB-1) EQUAL TO "PASS "                CCVST1.0
001610             AND TK-PRIOR-DISP (SUB-1) EQUAL TO "FAIL*"           CCVST1.0
001620                 PERFORM WRITE-CLOSE-RECORD.                      CCVST1.0
001630 EXAMINE-CASE-EXIT. EXIT.                                         CCVST1.0
001631 PRINT-OUTAGE-LINE.                                               CCVST1.0
001632     MOVE SPACE TO EXTRACT-DETAIL-LINE.                           CCVST1.0
001633     MOVE "-----" TO ED-REC-TYPE.                                 CCVST1.0
001634     MOVE TK-TEST-ID (SUB-1) TO ED-TEST-ID.                       CCVST1.0
001635     MOVE TK-PAR-NAME (SUB-1) TO ED-PAR-NAME.                     CCVST1.0
001636     MOVE "SCHEDULED OUTAGE - NO TICKET ACTION" TO ED-REASON.     CCVST1.0
001637     MOVE EXTRACT-DETAIL-LINE TO EXTRACT-REPORT-REC.              CCVST1.0
001638     PERFORM WRITE-REPORT-LINE.                                   CCVST1.0
001639 PRINT-QUARANTINE-LINE.                                           CCVST1.0
001640     MOVE SPACE TO EXTRACT-DETAIL-LINE.                           CCVST1.0
001641     MOVE "-----" TO ED-REC-TYPE.                                 CCVST1.0
001642     MOVE TK-TEST-ID (SUB-1) TO ED-TEST-ID.                       CCVST1.0
001643     MOVE TK-PAR-NAME (SUB-1) TO ED-PAR-NAME.                     CCVST1.0
001644     MOVE "QUARANTINED - NO TICKET ACTION" TO ED-REASON.          CCVST1.0
001645     MOVE EXTRACT-DETAIL-LINE TO EXTRACT-REPORT-REC.              CCVST1.0
001646     PERFORM WRITE-REPORT-LINE.                                   CCVST1.0
001647 WRITE-OPEN-RECORD.                                               CCVST1.0
001650     MOVE SPACE TO TICKET-FEED-REC.                               CCVST1.0
001660     MOVE "OPEN " TO TI-REC-TYPE.                                 CCVST1.0
001670     PERFORM FILL-FEED-FIELDS.                                    CCVST1.0
001720     MOVE TK-TEST-ID (SUB-1) TO ED-TEST-ID.                       CCVST1.0
001730     MOVE TK-PAR-NAME (SUB-1) TO ED-PAR-NAME.                     CCVST1.0
001740     IF TK-PRIOR-REL (SUB-1) NOT EQUAL TO SPACE                   CCVST1.0
001741         AND TK-TODAY-REL (SUB-1) NOT EQUAL TO SPACE              CCVST1.0
001742         AND TK-PRIOR-REL (SUB-1) NOT EQUAL TO                    CCVST1.0
001743             TK-TODAY-REL (SUB-1)                                 CCVST1.0
001744         MOVE "NEWLY FAILING TONIGHT (RELEASE CHANGE)"            CCVST1.0
001745             TO ED-REASON                                         CCVST1.0
001746     ELSE                                                         CCVST1.0
001747         MOVE "NEWLY FAILING TONIGHT" TO ED-REASON.               CCVST1.0
001750     MOVE EXTRACT-DETAIL-LINE TO EXTRACT-REPORT-REC.              CCVST1.0
001760     PERFORM WRITE-REPORT-LINE.                                   CCVST1.0
001770 WRITE-CLOSE-RECORD.                                              CCVST1.0
001850     MOVE TK-TEST-ID (SUB-1) TO ED-TEST-ID.                       CCVST1.0
001860     MOVE TK-PAR-NAME (SUB-1) TO ED-PAR-NAME.                     CCVST1.0
001870     IF TK-PRIOR-REL (SUB-1) NOT EQUAL TO SPACE                   CCVST1.0
001871         AND TK-TODAY-REL (SUB-1) NOT EQUAL TO SPACE              CCVST1.0
001872         AND TK-PRIOR-REL (SUB-1) NOT EQUAL TO                    CCVST1.0
001873             TK-TODAY-REL (SUB-1)                                 CCVST1.0
001874         MOVE "PASSED AGAIN (RELEASE CHANGE)" TO ED-REASON        CCVST1.0
001875     ELSE                                                         CCVST1.0
001876         MOVE "PASSED AGAIN AFTER PRIOR FAILURE" TO ED-REASON.    CCVST1.0
001880     MOVE EXTRACT-DETAIL-LINE TO EXTRACT-REPORT-REC.              CCVST1.0
001890     PERFORM WRITE-REPORT-LINE.                                   CCVST1.0
001900 FILL-FEED-FIELDS.                                                CCVST1.0
002240     MOVE "FAILURES SUPPRESSED AS ALREADY TICKETED" TO ET-DESC.   CCVST1.0
002250     MOVE EXTRACT-TOTAL-LINE TO EXTRACT-REPORT-REC.               CCVST1.0
002260     PERFORM WRITE-REPORT-LINE.                                   CCVST1.0
002262     IF OUTAGE-SKIP-COUNT GREATER THAN ZERO                       CCVST1.0
002264         MOVE SPACE TO EXTRACT-TOTAL-LINE                         CCVST1.0
002266         MOVE OUTAGE-SKIP-COUNT TO ET-COUNT                       CCVST1.0
002270         MOVE "CASES BYPASSED - SCHEDULED OUTAGE" TO ET-DESC      CCVST1.0
002271         MOVE EXTRACT-TOTAL-LINE TO EXTRACT-REPORT-REC            CCVST1.0
002272         PERFORM WRITE-REPORT-LINE.                               CCVST1.0
002273     IF QUARANTINE-SKIP-COUNT GREATER THAN ZERO                   CCVST1.0
002274         MOVE SPACE TO EXTRACT-TOTAL-LINE                         CCVST1.0
002275         MOVE QUARANTINE-SKIP-COUNT TO ET-COUNT                   CCVST1.0
002276         MOVE "CASES BYPASSED - QUARANTINED" TO ET-DESC           CCVST1.0
002277         MOVE EXTRACT-TOTAL-LINE TO EXTRACT-REPORT-REC            CCVST1.0
002278         PERFORM WRITE-REPORT-LINE.                               CCVST1.0
002279     IF OVERFLOW-COUNT GREATER THAN ZERO                          CCVST1.0
002280         MOVE SPACE TO EXTRACT-TOTAL-LINE                         CCVST1.0
002290         MOVE OVERFLOW-COUNT TO ET-COUNT                          CCVST1.0
002300         MOVE "RECORDS BYPASSED, CASE TABLE FULL" TO ET-DESC      CCVST1.0
002320         PERFORM WRITE-REPORT-LINE.                               CCVST1.0
002330 WRITE-REPORT-LINE.                                               CCVST1.0
002340     WRITE EXTRACT-REPORT-REC AFTER ADVANCING 1 LINES.            CCVST1.0
002350*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVST1.0
002360*    THE RUN DATE IS THE DAY THE NIGHTLY JOB TOOK THE SUITE LOCK, CCVST1.0
002370*    SO A STEP ENDING AFTER MIDNIGHT STILL FILES UNDER ITS NIGHT. CCVST1.0
002380 WRITE-RUN-LEDGER.                                                CCVST1.0
002390     MOVE SPACE TO RUN-LEDGER-REC.                                CCVST1.0
002400     MOVE LEDGER-START-DATE TO LG-RUN-DATE.                       CCVST1.0
002410     OPEN INPUT RUN-STATE-FILE.                                   CCVST1.0
002420     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVST1.0
002430         PERFORM READ-LEDGER-RUN-STATE                            CCVST1.0
002440         CLOSE RUN-STATE-FILE.                                    CCVST1.0
002450     MOVE SPACE TO LG-STREAM-ID.                                  CCVST1.0
002460     MOVE "CCVSTKT" TO LG-PGM-ID.                                 CCVST1.0
002470     MOVE LEDGER-START-DATE TO LG-START-DATE.                     CCVST1.0
002480     MOVE LEDGER-START-TIME TO LG-START-TIME.                     CCVST1.0
002490     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVST1.0
002500     ACCEPT LG-END-TIME FROM TIME.                                CCVST1.0
002510     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVST1.0
002520     MOVE LEDGER-REASON TO LG-REASON.                             CCVST1.0
002530     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVST1.0
002540     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVST1.0
002550         WRITE RUN-LEDGER-REC                                     CCVST1.0
002560         CLOSE RUN-LEDGER-FILE.                                   CCVST1.0
002570 READ-LEDGER-RUN-STATE.                                           CCVST1.0
002580     READ RUN-STATE-FILE                                          CCVST1.0
002590         AT END MOVE SPACE TO RN-HOLDER.                          CCVST1.0
002600     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVST1.0
002610         MOVE RN-SINCE-DATE TO LG-RUN-DATE.                       CCVST1.0
