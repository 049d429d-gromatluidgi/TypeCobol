000196*    ALERTED TONIGHT (EACH KEEPING ITS EPISODE START DATE).  A    CCVSA1.0
000197*    PROGRAM THAT RECOVERS AND LATER REGRESSES THEREFORE ALERTS   CCVSA1.0
000198*    AFRESH INSTEAD OF BEING SUPPRESSED FOREVER.                  CCVSA1.0
000199*    AT THE END OF THE STEP A COMPLETION RECORD (RETURN CODE AND  CCVSA1.0
000200*    REASON) IS APPENDED TO THE RUN LEDGER, CCVS.RUN.LEDGER.      CCVSA1.0
000201*    PERFORMANCE ALERTS (TYPE P IN COL 19, WRITTEN BY CCVSPRF     CCVSA1.0
000202*    FOR A PARAGRAPH THAT HAS RUN SLOWER THAN ITS BASELINE FOR    CCVSA1.0
000203*    SEVERAL NIGHTS) ARE ROUTED THE SAME WAY BUT KEPT APART:      CCVSA1.0
000204*    THEIR EPISODES ARE KEPT PER PARAGRAPH IN THE ALERT-HISTORY   CCVSA1.0
000205*    FILE, THEY PRINT ON THEIR OWN LINE IN THE TEAM'S SECTION,    CCVSA1.0
000206*    AND THEY NEVER RAISE A CONSOLE MESSAGE, SINCE A SLOW         CCVSA1.0
000207*    PARAGRAPH HAS NOT FAILED.                                    CCVSA1.0
000208 ENVIRONMENT DIVISION.                                            CCVSA1.0
000210 CONFIGURATION SECTION.                                           CCVSA1.0
000220 SPECIAL-NAMES.                                                   CCVSA1.0
000230     CONSOLE IS OPERATOR-CONSOLE.                                 CCVSA1.0
000310     XXXXX070.                                                    CCVSA1.0
000320     SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO                    CCVSA1.0
000330     XXXXX071.                                                    CCVSA1.0
000331     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSA1.0
000332     XXXXX129                                                     CCVSA1.0
000333     FILE STATUS IS RUN-STATE-STATUS.                             CCVSA1.0
000334     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVSA1.0
000335     XXXXX134                                                     CCVSA1.0
000336     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVSA1.0
000340 DATA DIVISION.                                                   CCVSA1.0
000350 FILE SECTION.                                                    CCVSA1.0
000360 FD  ALERT-FILE.                                                  CCVSA1.0
000400     02 AL-ERROR-COUNT        PIC 999.                            CCVSA1.0
000410     02 FILLER                PIC X.                              CCVSA1.0
000420     02 AL-THRESHOLD          PIC 999.                            CCVSA1.0
000421     02 FILLER                PIC X.                              CCVSA1.0
000422     02 AL-ALERT-TYPE         PIC X.                              CCVSA1.0
000423         88 PERFORMANCE-ALERT            VALUE "P".               CCVSA1.0
000424     02 FILLER                PIC X.                              CCVSA1.0
000425     02 AL-PAR-NAME           PIC X(22).                          CCVSA1.0
000426     02 FILLER                PIC X.                              CCVSA1.0
000427     02 AL-BASELINE-TIME      PIC 9(7).                           CCVSA1.0
000428     02 FILLER                PIC X.                              CCVSA1.0
000429     02 AL-TONIGHT-TIME       PIC 9(7).                           CCVSA1.0
000430     02 FILLER                PIC X.                              CCVSA1.0
000431     02 AL-PERCENT-OVER       PIC 9(4).                           CCVSA1.0
000432     02 FILLER                PIC X.                              CCVSA1.0
000433     02 AL-SLOW-NIGHTS        PIC 99.                             CCVSA1.0
000434     02 FILLER                PIC X.                              CCVSA1.0
000435     02 AL-PRIOR-REL          PIC X(8).                           CCVSA1.0
000436     02 FILLER                PIC X.                              CCVSA1.0
000437     02 AL-SLOW-REL           PIC X(8).                           CCVSA1.0
000438     02 FILLER                PIC X(36).                          CCVSA1.0
000440 FD  ROUTING-TABLE-FILE.                                          CCVSA1.0
000450 01  ROUTING-TABLE-REC.                                           CCVSA1.0
000460     02 RT-PGM-ID             PIC X(9).                           CCVSA1.0
000540     02 AH-PGM-ID             PIC X(9).                           CCVSA1.0
000550     02 FILLER                PIC X.                              CCVSA1.0
000560     02 AH-ALERT-DATE         PIC 9(8).                           CCVSA1.0
000561     02 FILLER                PIC X.                              CCVSA1.0
000562     02 AH-ALERT-TYPE         PIC X.                              CCVSA1.0
000563     02 FILLER                PIC X.                              CCVSA1.0
000564     02 AH-PAR-NAME           PIC X(22).                          CCVSA1.0
000565     02 FILLER                PIC X(77).                          CCVSA1.0
000566 FD  DISTRIBUTION-REPORT-FILE.                                    CCVSA1.0
000567 01  DISTRIBUTION-REPORT-REC            PIC X(120).               CCVSA1.0
000568 FD  RUN-STATE-FILE.                                              CCVSA1.0
000569 01  RUN-STATE-REC.                                               CCVSA1.0
000570     02 RN-HOLDER             PIC X(8).                           CCVSA1.0
000571     02 FILLER                PIC X.                              CCVSA1.0
000572     02 RN-SINCE-DATE         PIC 9(8).                           CCVSA1.0
000573     02 FILLER                PIC X.                              CCVSA1.0
000574     02 RN-SINCE-TIME         PIC 9(8).                           CCVSA1.0
000575     02 FILLER                PIC X(54).                          CCVSA1.0
000576 FD  RUN-LEDGER-FILE.                                             CCVSA1.0
000577 01  RUN-LEDGER-REC.                                              CCVSA1.0
000578     02 LG-RUN-DATE           PIC 9(8).                           CCVSA1.0
000579     02 FILLER                PIC X.                              CCVSA1.0
000580     02 LG-STREAM-ID          PIC X.                              CCVSA1.0
000581     02 FILLER                PIC X.                              CCVSA1.0
000582     02 LG-PGM-ID             PIC X(9).                           CCVSA1.0
000583     02 FILLER                PIC X.                              CCVSA1.0
000584     02 LG-ACTION             PIC X(8).                           CCVSA1.0
000585     02 FILLER                PIC X.                              CCVSA1.0
000586     02 LG-START-DATE         PIC 9(8).                           CCVSA1.0
000587     02 FILLER                PIC X.                              CCVSA1.0
000588     02 LG-START-TIME         PIC 9(8).                           CCVSA1.0
000589     02 FILLER                PIC X.                              CCVSA1.0
000590     02 LG-END-DATE           PIC 9(8).                           CCVSA1.0
000591     02 FILLER                PIC X.                              CCVSA1.0
000592     02 LG-END-TIME           PIC 9(8).                           CCVSA1.0
000593     02 FILLER                PIC X.                              CCVSA1.0
000594     02 LG-RETURN-CODE        PIC 9(4).                           CCVSA1.0
000595     02 FILLER                PIC X.                              CCVSA1.0
000596     02 LG-REASON             PIC X(40).                          CCVSA1.0
000597     02 FILLER                PIC X(9).                           CCVSA1.0
000600 WORKING-STORAGE SECTION.                                         CCVSA1.0
000601 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSA1.0
000602 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVSA1.0
000603 01  LEDGER-START-DATE                  PIC 9(8)   VALUE ZERO.    CCVSA1.0
000604 01  LEDGER-START-TIME                  PIC 9(8)   VALUE ZERO.    CCVSA1.0
000605 01  LEDGER-REASON                      PIC X(40)                 CCVSA1.0
000606         VALUE "ALERTS ROUTED TO OWNING TEAMS".                   CCVSA1.0
000610 01  ALERT-EOF-SW                       PIC X      VALUE "N".     CCVSA1.0
000620     88 ALERT-EOF                                  VALUE "Y".     CCVSA1.0
000630 01  ROUTING-EOF-SW                     PIC X      VALUE "N".     CCVSA1.0
000770         03 HI-PGM-ID         PIC X(9).                           CCVSA1.0
000780         03 HI-ALERT-DATE     PIC 9(8).                           CCVSA1.0
000785         03 HI-SEEN-SW        PIC X.                              CCVSA1.0
000786         03 HI-ALERT-TYPE     PIC X.                              CCVSA1.0
000787         03 HI-PAR-NAME       PIC X(22).                          CCVSA1.0
000790 01  NOTICE-COUNT                       PIC 999    VALUE ZERO.    CCVSA1.0
000800 01  NOTICE-TABLE.                                                CCVSA1.0
000810     02 NOTICE-ENTRY OCCURS 101 TIMES.                            CCVSA1.0
000840         03 NO-THRESHOLD      PIC 999.                            CCVSA1.0
000850         03 NO-TEAM           PIC X(20).                          CCVSA1.0
000860         03 NO-SEVERITY       PIC 9.                              CCVSA1.0
000861         03 NO-ALERT-TYPE     PIC X.                              CCVSA1.0
000862         03 NO-PAR-NAME       PIC X(22).                          CCVSA1.0
000863         03 NO-BASELINE-TIME  PIC 9(7).                           CCVSA1.0
000864         03 NO-TONIGHT-TIME   PIC 9(7).                           CCVSA1.0
000865         03 NO-PERCENT-OVER   PIC 9(4).                           CCVSA1.0
000866         03 NO-PRIOR-REL      PIC X(8).                           CCVSA1.0
000867         03 NO-SLOW-REL       PIC X(8).                           CCVSA1.0
000870 01  ALERTS-READ-COUNT                  PIC 999    VALUE ZERO.    CCVSA1.0
000880 01  SUPPRESSED-COUNT                   PIC 999    VALUE ZERO.    CCVSA1.0
000890 01  UNROUTED-COUNT                     PIC 999    VALUE ZERO.    CCVSA1.0
000900 01  CONSOLE-MSG-COUNT                  PIC 999    VALUE ZERO.    CCVSA1.0
000902 01  NOTICE-OVERFLOW-COUNT              PIC 999    VALUE ZERO.    CCVSA1.0
000904 01  PERFORMANCE-NOTICE-COUNT           PIC 999    VALUE ZERO.    CCVSA1.0
000906 01  ALERT-KIND-HOLD                    PIC X(12)  VALUE SPACE.   CCVSA1.0
000910 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVSA1.0
000920 01  SUB-2                              PIC S9(4) COMP VALUE 0.   CCVSA1.0
000930 01  TEAM-HOLD                          PIC X(20)  VALUE SPACE.   CCVSA1.0
001230         VALUE "SUPPRESSED - ALREADY ALERTED ON".                 CCVSA1.0
001240     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSA1.0
001250     02 SU-ALERT-DATE      PIC 9(8).                              CCVSA1.0
001251     02 FILLER PIC X(2)  VALUE SPACE.                             CCVSA1.0
001252     02 SU-ALERT-KIND      PIC X(12).                             CCVSA1.0
001253     02 SU-PAR-NAME        PIC X(22).                             CCVSA1.0
001254     02 FILLER PIC X(27) VALUE SPACE.                             CCVSA1.0
001255 01  PERFORMANCE-DETAIL-LINE.                                     CCVSA1.0
001256     02 FILLER PIC X(5)  VALUE SPACE.                             CCVSA1.0
001257     02 PD-PGM-ID          PIC X(9).                              CCVSA1.0
001258     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSA1.0
001259     02 FILLER PIC X(12) VALUE "PERFORMANCE ".                    CCVSA1.0
001260     02 PD-PAR-NAME        PIC X(22).                             CCVSA1.0
001261     02 FILLER PIC X(6)  VALUE " BASE=".                          CCVSA1.0
001262     02 PD-BASELINE-TIME   PIC ZZZZZZ9.                           CCVSA1.0
001263     02 FILLER PIC X(5)  VALUE " NOW=".                           CCVSA1.0
001264     02 PD-TONIGHT-TIME    PIC ZZZZZZ9.                           CCVSA1.0
001265     02 FILLER PIC X(2)  VALUE " +".                              CCVSA1.0
001266     02 PD-PERCENT-OVER    PIC ZZZ9.                              CCVSA1.0
001267     02 FILLER PIC X(2)  VALUE "% ".                              CCVSA1.0
001268     02 PD-RELEASE-NOTE    PIC X(36).                             CCVSA1.0
001269 01  PERFORMANCE-CHANGE-NOTE.                                     CCVSA1.0
001270     02 FILLER PIC X(12) VALUE "RELEASE WAS ".                    CCVSA1.0
001271     02 PC-PRIOR-REL       PIC X(8).                              CCVSA1.0
001272     02 FILLER PIC X(5)  VALUE " NOW ".                           CCVSA1.0
001273     02 PC-SLOW-REL        PIC X(8).                              CCVSA1.0
001274     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSA1.0
001275 01  PERFORMANCE-SAME-NOTE.                                       CCVSA1.0
001276     02 FILLER PIC X(13) VALUE "SAME RELEASE ".                   CCVSA1.0
001277     02 PS-SLOW-REL        PIC X(8).                              CCVSA1.0
001278     02 FILLER PIC X(15) VALUE SPACE.                             CCVSA1.0
001279 01  ALERT-TOTAL-LINE.                                            CCVSA1.0
001280     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSA1.0
001290     02 AT-COUNT           PIC ZZZZ9.                             CCVSA1.0
001300     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSA1.0
001460 PROCEDURE DIVISION.                                              CCVSA1.0
001470 CCVSALR-MAIN SECTION.                                            CCVSA1.0
001480 OPEN-FILES.                                                      CCVSA1.0
001483     ACCEPT LEDGER-START-DATE FROM DATE YYYYMMDD.                 CCVSA1.0
001486     ACCEPT LEDGER-START-TIME FROM TIME.                          CCVSA1.0
001490     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSA1.0
001500     OPEN OUTPUT DISTRIBUTION-REPORT-FILE.                        CCVSA1.0
001510     PERFORM PRINT-REPORT-HEADING.                                CCVSA1.0
001570         MOVE NO-ALERT-LINE TO DISTRIBUTION-REPORT-REC            CCVSA1.0
001580         PERFORM WRITE-REPORT-LINE                                CCVSA1.0
001585         PERFORM REWRITE-ALERT-HISTORY                            CCVSA1.0
001587         MOVE "NO ALERTS TONIGHT" TO LEDGER-REASON                CCVSA1.0
001590         GO TO CLOSE-FILES.                                       CCVSA1.0
001600     PERFORM PROCESS-ALERT THRU PROCESS-ALERT-EXIT                CCVSA1.0
001610         UNTIL ALERT-EOF.                                         CCVSA1.0
001662     OPEN OUTPUT ALERT-FILE.                                      CCVSA1.0
001664     CLOSE ALERT-FILE.                                            CCVSA1.0
001666     CLOSE DISTRIBUTION-REPORT-FILE.                              CCVSA1.0
001668     PERFORM WRITE-RUN-LEDGER.                                    CCVSA1.0
001670     STOP RUN.                                                    CCVSA1.0
001680 LOAD-ROUTING-TABLE.                                              CCVSA1.0
001690     OPEN INPUT ROUTING-TABLE-FILE.                               CCVSA1.0
001990         ADD 1 TO HISTORY-COUNT                                   CCVSA1.0
002000         MOVE AH-PGM-ID TO HI-PGM-ID (HISTORY-COUNT)              CCVSA1.0
002010         MOVE AH-ALERT-DATE TO HI-ALERT-DATE (HISTORY-COUNT)      CCVSA1.0
002011         MOVE AH-ALERT-TYPE TO HI-ALERT-TYPE (HISTORY-COUNT)      CCVSA1.0
002012         MOVE AH-PAR-NAME TO HI-PAR-NAME (HISTORY-COUNT)          CCVSA1.0
002015         MOVE "N" TO HI-SEEN-SW (HISTORY-COUNT).                  CCVSA1.0
002020     PERFORM READ-ALERT-HISTORY.                                  CCVSA1.0
002030 POST-ALERT-HISTORY-EXIT. EXIT.                                   CCVSA1.0
002060         AT END SET ALERT-EOF TO TRUE.                            CCVSA1.0
002070 PROCESS-ALERT.                                                   CCVSA1.0
002080     ADD 1 TO ALERTS-READ-COUNT.                                  CCVSA1.0
002082     MOVE SPACE TO ALERT-KIND-HOLD.                               CCVSA1.0
002084     IF PERFORMANCE-ALERT                                         CCVSA1.0
002086         MOVE "PERFORMANCE" TO ALERT-KIND-HOLD.                   CCVSA1.0
002090     PERFORM TABLE-SCAN-NULL                                      CCVSA1.0
002100         VARYING SUB-1 FROM 1 BY 1                                CCVSA1.0
002110         UNTIL SUB-1 GREATER THAN HISTORY-COUNT                   CCVSA1.0
002115         OR (HI-PGM-ID (SUB-1) EQUAL TO AL-PGM-ID                 CCVSA1.0
002120         AND HI-ALERT-TYPE (SUB-1) EQUAL TO AL-ALERT-TYPE         CCVSA1.0
002125         AND HI-PAR-NAME (SUB-1) EQUAL TO AL-PAR-NAME).           CCVSA1.0
002130     IF SUB-1 NOT GREATER THAN HISTORY-COUNT                      CCVSA1.0
002135         MOVE "Y" TO HI-SEEN-SW (SUB-1)                           CCVSA1.0
002140         ADD 1 TO SUPPRESSED-COUNT                                CCVSA1.0
002150         MOVE SPACE TO SUPPRESSED-DETAIL-LINE                     CCVSA1.0
002160         MOVE AL-PGM-ID TO SU-PGM-ID                              CCVSA1.0
002170         MOVE HI-ALERT-DATE (SUB-1) TO SU-ALERT-DATE              CCVSA1.0
002173         MOVE ALERT-KIND-HOLD TO SU-ALERT-KIND                    CCVSA1.0
002176         MOVE AL-PAR-NAME TO SU-PAR-NAME                          CCVSA1.0
002180         MOVE SUPPRESSED-DETAIL-LINE TO DISTRIBUTION-REPORT-REC   CCVSA1.0
002190         PERFORM WRITE-REPORT-LINE                                CCVSA1.0
002200         GO TO PROCESS-ALERT-NEXT.                                CCVSA1.0
002240     MOVE AL-PGM-ID TO NO-PGM-ID (NOTICE-COUNT).                  CCVSA1.0
002250     MOVE AL-ERROR-COUNT TO NO-ERROR-COUNT (NOTICE-COUNT).        CCVSA1.0
002260     MOVE AL-THRESHOLD TO NO-THRESHOLD (NOTICE-COUNT).            CCVSA1.0
002261     MOVE AL-ALERT-TYPE TO NO-ALERT-TYPE (NOTICE-COUNT).          CCVSA1.0
002262     MOVE AL-PAR-NAME TO NO-PAR-NAME (NOTICE-COUNT).              CCVSA1.0
002263     MOVE AL-BASELINE-TIME TO NO-BASELINE-TIME (NOTICE-COUNT).    CCVSA1.0
002264     MOVE AL-TONIGHT-TIME TO NO-TONIGHT-TIME (NOTICE-COUNT).      CCVSA1.0
002265     MOVE AL-PERCENT-OVER TO NO-PERCENT-OVER (NOTICE-COUNT).      CCVSA1.0
002266     MOVE AL-PRIOR-REL TO NO-PRIOR-REL (NOTICE-COUNT).            CCVSA1.0
002267     MOVE AL-SLOW-REL TO NO-SLOW-REL (NOTICE-COUNT).              CCVSA1.0
002270     PERFORM TABLE-SCAN-NULL                                      CCVSA1.0
002280         VARYING SUB-1 FROM 1 BY 1                                CCVSA1.0
002290         UNTIL SUB-1 GREATER THAN ROUTING-COUNT                   CCVSA1.0
002350         ADD 1 TO UNROUTED-COUNT                                  CCVSA1.0
002360         MOVE "**UNASSIGNED**" TO NO-TEAM (NOTICE-COUNT)          CCVSA1.0
002370         MOVE 2 TO NO-SEVERITY (NOTICE-COUNT).                    CCVSA1.0
002373     IF PERFORMANCE-ALERT                                         CCVSA1.0
002376         ADD 1 TO PERFORMANCE-NOTICE-COUNT.                       CCVSA1.0
002380     IF NO-SEVERITY (NOTICE-COUNT) EQUAL TO 1                     CCVSA1.0
002385         AND NOT PERFORMANCE-ALERT                                CCVSA1.0
002390         PERFORM ISSUE-CONSOLE-MESSAGE.                           CCVSA1.0
002400     PERFORM NOTE-NEW-ALERT-HISTORY.                              CCVSA1.0
002410 PROCESS-ALERT-NEXT.                                              CCVSA1.0
002540         MOVE NO-PGM-ID (NOTICE-COUNT)                            CCVSA1.0
002550             TO HI-PGM-ID (HISTORY-COUNT)                         CCVSA1.0
002560         MOVE TODAYS-RUN-DATE TO HI-ALERT-DATE (HISTORY-COUNT)    CCVSA1.0
002561         MOVE NO-ALERT-TYPE (NOTICE-COUNT)                        CCVSA1.0
002562             TO HI-ALERT-TYPE (HISTORY-COUNT)                     CCVSA1.0
002563         MOVE NO-PAR-NAME (NOTICE-COUNT)                          CCVSA1.0
002564             TO HI-PAR-NAME (HISTORY-COUNT)                       CCVSA1.0
002565         MOVE "Y" TO HI-SEEN-SW (HISTORY-COUNT).                  CCVSA1.0
002570 PRINT-TEAM-SECTIONS.                                             CCVSA1.0
002580     PERFORM PRINT-ONE-TEAM THRU PRINT-ONE-TEAM-EXIT              CCVSA1.0
002770 PRINT-TEAM-NOTICE.                                               CCVSA1.0
002780     IF NO-TEAM (SUB-2) NOT EQUAL TO TEAM-HOLD                    CCVSA1.0
002790         GO TO PRINT-TEAM-NOTICE-EXIT.                            CCVSA1.0
002792     IF NO-ALERT-TYPE (SUB-2) EQUAL TO "P"                        CCVSA1.0
002794         PERFORM PRINT-PERFORMANCE-NOTICE                         CCVSA1.0
002796         GO TO PRINT-TEAM-NOTICE-EXIT.                            CCVSA1.0
002800     MOVE SPACE TO NOTICE-DETAIL-LINE.                            CCVSA1.0
002810     MOVE NO-PGM-ID (SUB-2) TO ND-PGM-ID.                         CCVSA1.0
002820     MOVE NO-ERROR-COUNT (SUB-2) TO ND-ERROR-COUNT.               CCVSA1.0
002850     MOVE NOTICE-DETAIL-LINE TO DISTRIBUTION-REPORT-REC.          CCVSA1.0
002860     PERFORM WRITE-REPORT-LINE.                                   CCVSA1.0
002870 PRINT-TEAM-NOTICE-EXIT. EXIT.                                    CCVSA1.0
002871 PRINT-PERFORMANCE-NOTICE.                                        CCVSA1.0
002872     MOVE NO-PGM-ID (SUB-2) TO PD-PGM-ID.                         CCVSA1.0
002873     MOVE NO-PAR-NAME (SUB-2) TO PD-PAR-NAME.                     CCVSA1.0
002874     MOVE NO-BASELINE-TIME (SUB-2) TO PD-BASELINE-TIME.           CCVSA1.0
002875     MOVE NO-TONIGHT-TIME (SUB-2) TO PD-TONIGHT-TIME.             CCVSA1.0
002876     MOVE NO-PERCENT-OVER (SUB-2) TO PD-PERCENT-OVER.             CCVSA1.0
002877     IF NO-PRIOR-REL (SUB-2) EQUAL TO NO-SLOW-REL (SUB-2)         CCVSA1.0
002878         MOVE NO-SLOW-REL (SUB-2) TO PS-SLOW-REL                  CCVSA1.0
002879         MOVE PERFORMANCE-SAME-NOTE TO PD-RELEASE-NOTE            CCVSA1.0
002880     ELSE                                                         CCVSA1.0
002881         MOVE NO-PRIOR-REL (SUB-2) TO PC-PRIOR-REL                CCVSA1.0
002882         MOVE NO-SLOW-REL (SUB-2) TO PC-SLOW-REL                  CCVSA1.0
002883         MOVE PERFORMANCE-CHANGE-NOTE TO PD-RELEASE-NOTE.         CCVSA1.0
002884     MOVE PERFORMANCE-DETAIL-LINE TO DISTRIBUTION-REPORT-REC.     CCVSA1.0
002885     PERFORM WRITE-REPORT-LINE.                                   CCVSA1.0
002886 REWRITE-ALERT-HISTORY.                                           CCVSA1.0
002890     OPEN OUTPUT ALERT-HISTORY-FILE.                              CCVSA1.0
002900     PERFORM REWRITE-ONE-HISTORY                                  CCVSA1.0
002910         THRU REWRITE-ONE-HISTORY-EXIT                            CCVSA1.0
002980     MOVE SPACE TO ALERT-HISTORY-REC.                             CCVSA1.0
002990     MOVE HI-PGM-ID (SUB-1) TO AH-PGM-ID.                         CCVSA1.0
003000     MOVE HI-ALERT-DATE (SUB-1) TO AH-ALERT-DATE.                 CCVSA1.0
003003     MOVE HI-ALERT-TYPE (SUB-1) TO AH-ALERT-TYPE.                 CCVSA1.0
003006     MOVE HI-PAR-NAME (SUB-1) TO AH-PAR-NAME.                     CCVSA1.0
003010     WRITE ALERT-HISTORY-REC.                                     CCVSA1.0
003015 REWRITE-ONE-HISTORY-EXIT. EXIT.                                  CCVSA1.0
003020 PRINT-REPORT-HEADING.                                            CCVSA1.0
003230     MOVE CONSOLE-MSG-COUNT TO AT-COUNT.                          CCVSA1.0
003240     MOVE "SEVERITY-1 CONSOLE MESSAGES ISSUED" TO AT-DESC.        CCVSA1.0
003250     MOVE ALERT-TOTAL-LINE TO DISTRIBUTION-REPORT-REC.            CCVSA1.0
003251     PERFORM WRITE-REPORT-LINE.                                   CCVSA1.0
003252     MOVE SPACE TO ALERT-TOTAL-LINE.                              CCVSA1.0
003253     MOVE PERFORMANCE-NOTICE-COUNT TO AT-COUNT.                   CCVSA1.0
003254     MOVE "PERFORMANCE ALERTS ROUTED TO TEAMS" TO AT-DESC.        CCVSA1.0
003255     MOVE ALERT-TOTAL-LINE TO DISTRIBUTION-REPORT-REC.            CCVSA1.0
003256     PERFORM WRITE-REPORT-LINE.                                   CCVSA1.0
003262     IF NOTICE-OVERFLOW-COUNT GREATER THAN ZERO                   CCVSA1.0
003263         MOVE SPACE TO ALERT-TOTAL-LINE                           CCVSA1.0
003264         MOVE NOTICE-OVERFLOW-COUNT TO AT-COUNT                   CCVSA1.0
003267         PERFORM WRITE-REPORT-LINE.                               CCVSA1.0
003270 WRITE-REPORT-LINE.                                               CCVSA1.0
003280     WRITE DISTRIBUTION-REPORT-REC AFTER ADVANCING 1 LINES.       CCVSA1.0
003290*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVSA1.0
003300*    THE RUN DATE IS THE DAY THE NIGHTLY JOB TOOK THE SUITE LOCK, CCVSA1.0
003310*    SO A STEP ENDING AFTER MIDNIGHT STILL FILES UNDER ITS NIGHT. CCVSA1.0
003320 WRITE-RUN-LEDGER.                                                CCVSA1.0
003330     MOVE SPACE TO RUN-LEDGER-REC.                                CCVSA1.0
003340     MOVE LEDGER-START-DATE TO LG-RUN-DATE.                       CCVSA1.0
003350     OPEN INPUT RUN-STATE-FILE.                                   CCVSA1.0
003360     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVSA1.0
003370         PERFORM READ-LEDGER-RUN-STATE                            CCVSA1.0
003380         CLOSE RUN-STATE-FILE.                                    CCVSA1.0
003390     MOVE SPACE TO LG-STREAM-ID.                                  CCVSA1.0
003400     MOVE "CCVSALR" TO LG-PGM-ID.                                 CCVSA1.0
003410     MOVE LEDGER-START-DATE TO LG-START-DATE.                     CCVSA1.0
003420     MOVE LEDGER-START-TIME TO LG-START-TIME.                     CCVSA1.0
003430     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVSA1.0
003440     ACCEPT LG-END-TIME FROM TIME.                                CCVSA1.0
003450     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVSA1.0
003460     MOVE LEDGER-REASON TO LG-REASON.                             CCVSA1.0
003470     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVSA1.0
003480     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVSA1.0
003490         WRITE RUN-LEDGER-REC                                     CCVSA1.0
003500         CLOSE RUN-LEDGER-FILE.                                   CCVSA1.0
003510 READ-LEDGER-RUN-STATE.                                           CCVSA1.0
003520     READ RUN-STATE-FILE                                          CCVSA1.0
003530         AT END MOVE SPACE TO RN-HOLDER.                          CCVSA1.0
003540     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVSA1.0
003550         MOVE RN-SINCE-DATE TO LG-RUN-DATE.                       CCVSA1.0
