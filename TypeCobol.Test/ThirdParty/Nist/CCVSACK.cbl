000210*    (CCVS.RUN.TICKETNO) THAT THE MORNING DIGEST AND THE          CCVSK1.0
000220*    STABILITY REPORT PRINT NEXT TO EACH FAILING PARAGRAPH.       CCVSK1.0
000230*    RUN THIS AFTER THE TICKET EXTRACT STEP IN THE DRIVER JOB.    CCVSK1.0
000233*    AT THE END OF THE STEP A COMPLETION RECORD (RETURN CODE AND  CCVSK1.0
000236*    REASON) IS APPENDED TO THE RUN LEDGER, CCVS.RUN.LEDGER.      CCVSK1.0
000240 ENVIRONMENT DIVISION.                                            CCVSK1.0
000250 INPUT-OUTPUT SECTION.                                            CCVSK1.0
000260 FILE-CONTROL.                                                    CCVSK1.0
000310     FILE STATUS IS ACK-FILE-STATUS.                              CCVSK1.0
000320     SELECT TICKET-XREF-FILE ASSIGN TO                            CCVSK1.0
000330     XXXXX107                                                     CCVSK1.0
000335     FILE STATUS IS TICKET-XREF-STATUS.                           CCVSK1.0
000340     SELECT RECON-REPORT-FILE ASSIGN TO                           CCVSK1.0
000350     XXXXX108.                                                    CCVSK1.0
000351     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSK1.0
000352     XXXXX129                                                     CCVSK1.0
000353     FILE STATUS IS RUN-STATE-STATUS.                             CCVSK1.0
000354     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVSK1.0
000355     XXXXX134                                                     CCVSK1.0
000356     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVSK1.0
000360 DATA DIVISION.                                                   CCVSK1.0
000370 FILE SECTION.                                                    CCVSK1.0
000380 FD  TICKET-FEED-FILE.                                            CCVSK1.0
000680     02 FILLER                PIC X.                              CCVSK1.0
000690     02 XR-PM-STATUS          PIC X(8).                           CCVSK1.0
000700     02 FILLER                PIC X(8).                           CCVSK1.0
000701 FD  RECON-REPORT-FILE.                                           CCVSK1.0
000702 01  RECON-REPORT-REC                   PIC X(120).               CCVSK1.0
000703 FD  RUN-STATE-FILE.                                              CCVSK1.0
000704 01  RUN-STATE-REC.                                               CCVSK1.0
000705     02 RN-HOLDER             PIC X(8).                           CCVSK1.0
000706     02 FILLER                PIC X.                              CCVSK1.0
000707     02 RN-SINCE-DATE         PIC 9(8).                           CCVSK1.0
000708     02 FILLER                PIC X.                              CCVSK1.0
000709     02 RN-SINCE-TIME         PIC 9(8).                           CCVSK1.0
000710     02 FILLER                PIC X(54).                          CCVSK1.0
000711 FD  RUN-LEDGER-FILE.                                             CCVSK1.0
000712 01  RUN-LEDGER-REC.                                              CCVSK1.0
000713     02 LG-RUN-DATE           PIC 9(8).                           CCVSK1.0
000714     02 FILLER                PIC X.                              CCVSK1.0
000715     02 LG-STREAM-ID          PIC X.                              CCVSK1.0
000716     02 FILLER                PIC X.                              CCVSK1.0
000717     02 LG-PGM-ID             PIC X(9).                           CCVSK1.0
000718     02 FILLER                PIC X.                              CCVSK1.0
000719     02 LG-ACTION             PIC X(8).                           CCVSK1.0
000720     02 FILLER                PIC X.                              CCVSK1.0
000721     02 LG-START-DATE         PIC 9(8).                           CCVSK1.0
000722     02 FILLER                PIC X.                              CCVSK1.0
000723     02 LG-START-TIME         PIC 9(8).                           CCVSK1.0
000724     02 FILLER                PIC X.                              CCVSK1.0
000725     02 LG-END-DATE           PIC 9(8).                           CCVSK1.0
000726     02 FILLER                PIC X.                              CCVSK1.0
000727     02 LG-END-TIME           PIC 9(8).                           CCVSK1.0
000728     02 FILLER                PIC X.                              CCVSK1.0
000729     02 LG-RETURN-CODE        PIC 9(4).                           CCVSK1.0
000730     02 FILLER                PIC X.                              CCVSK1.0
000731     02 LG-REASON             PIC X(40).                          CCVSK1.0
000732     02 FILLER                PIC X(9).                           CCVSK1.0
000733 WORKING-STORAGE SECTION.                                         CCVSK1.0
000734 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSK1.0
000735 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVSK1.0
000736 01  LEDGER-START-DATE                  PIC 9(8)   VALUE ZERO.    CCVSK1.0
000737 01  LEDGER-START-TIME                  PIC 9(8)   VALUE ZERO.    CCVSK1.0
000738 01  LEDGER-REASON                      PIC X(40)                 CCVSK1.0
000739         VALUE "ALL TICKETS ACKNOWLEDGED".                        CCVSK1.0
000740 01  ACK-FILE-STATUS                    PIC XX     VALUE SPACE.   CCVSK1.0
000742 01  TICKET-XREF-STATUS                 PIC XX     VALUE SPACE.   CCVSK1.0
000744 01  XREF-EOF-SW                        PIC X      VALUE "N".     CCVSK1.0
000746     88 XREF-EOF                                   VALUE "Y".     CCVSK1.0
000750 01  FEED-EOF-SW                        PIC X      VALUE "N".     CCVSK1.0
000760     88 FEED-EOF                                   VALUE "Y".     CCVSK1.0
000770 01  ACK-EOF-SW                         PIC X      VALUE "N".     CCVSK1.0
000920 01  STALE-CLOSE-COUNT                  PIC 999    VALUE ZERO.    CCVSK1.0
000930 01  ORPHAN-ACK-COUNT                   PIC 999    VALUE ZERO.    CCVSK1.0
000940 01  XREF-WRITTEN-COUNT                 PIC 999    VALUE ZERO.    CCVSK1.0
000945 01  CARRIED-FORWARD-COUNT              PIC 999    VALUE ZERO.    CCVSK1.0
000950 01  ACKS-READ-COUNT                    PIC 9(5)   VALUE ZERO.    CCVSK1.0
000960 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVSK1.0
000970 01  HIT-SUB                            PIC S9(4) COMP VALUE 0.   CCVSK1.0
001200 PROCEDURE DIVISION.                                              CCVSK1.0
001210 CCVSACK-MAIN SECTION.                                            CCVSK1.0
001220 OPEN-FILES.                                                      CCVSK1.0
001223     ACCEPT LEDGER-START-DATE FROM DATE YYYYMMDD.                 CCVSK1.0
001226     ACCEPT LEDGER-START-TIME FROM TIME.                          CCVSK1.0
001230     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSK1.0
001240     OPEN OUTPUT RECON-REPORT-FILE.                               CCVSK1.0
001250     PERFORM PRINT-REPORT-HEADING.                                CCVSK1.0
001255     PERFORM LOAD-PRIOR-XREF THRU LOAD-PRIOR-XREF-EXIT.           CCVSK1.0
001260     PERFORM LOAD-TICKET-FEED.                                    CCVSK1.0
001270     PERFORM APPLY-ACK-FILE THRU APPLY-ACK-FILE-EXIT.             CCVSK1.0
001280     PERFORM EXAMINE-CASE THRU EXAMINE-CASE-EXIT                  CCVSK1.0
001310     PERFORM REWRITE-TICKET-XREF.                                 CCVSK1.0
001320     PERFORM PRINT-REPORT-TOTALS.                                 CCVSK1.0
001330     IF UNACKED-COUNT GREATER THAN ZERO                           CCVSK1.0
001335         MOVE 8 TO RETURN-CODE                                    CCVSK1.0
001340         MOVE "TICKETS NOT ACKNOWLEDGED BY WAREHOUSE"             CCVSK1.0
001345             TO LEDGER-REASON.                                    CCVSK1.0
001350 CLOSE-FILES.                                                     CCVSK1.0
001360     CLOSE RECON-REPORT-FILE.                                     CCVSK1.0
001365     PERFORM WRITE-RUN-LEDGER.                                    CCVSK1.0
001370     STOP RUN.                                                    CCVSK1.0
001380 LOAD-TICKET-FEED.                                                CCVSK1.0
001390     OPEN INPUT TICKET-FEED-FILE.                                 CCVSK1.0
001720         MOVE TI-RUN-DATE TO CA-OPEN-DATE (HIT-SUB).              CCVSK1.0
001730 POST-FEED-RECORD-NEXT.                                           CCVSK1.0
001740     PERFORM READ-TICKET-FEED.                                    CCVSK1.0
001742 POST-FEED-RECORD-EXIT. EXIT.                                     CCVSK1.0
001744 LOAD-PRIOR-XREF.                                                 CCVSK1.0
001746     OPEN INPUT TICKET-XREF-FILE.                                 CCVSK1.0
001748     IF TICKET-XREF-STATUS NOT EQUAL TO "00"                      CCVSK1.0
001750         GO TO LOAD-PRIOR-XREF-EXIT.                              CCVSK1.0
001751     PERFORM READ-PRIOR-XREF.                                     CCVSK1.0
001752     PERFORM POST-PRIOR-XREF THRU POST-PRIOR-XREF-EXIT            CCVSK1.0
001753         UNTIL XREF-EOF.                                          CCVSK1.0
001754     CLOSE TICKET-XREF-FILE.                                      CCVSK1.0
001755 LOAD-PRIOR-XREF-EXIT. EXIT.                                      CCVSK1.0
001756 READ-PRIOR-XREF.                                                 CCVSK1.0
001757     READ TICKET-XREF-FILE                                        CCVSK1.0
001758         AT END SET XREF-EOF TO TRUE.                             CCVSK1.0
001759 POST-PRIOR-XREF.                                                 CCVSK1.0
001760     IF XR-TICKET-NO EQUAL TO SPACE                               CCVSK1.0
001761         OR XR-PM-STATUS EQUAL TO "CLOSED  "                      CCVSK1.0
001762             GO TO POST-PRIOR-XREF-NEXT.                          CCVSK1.0
001763     IF CASE-COUNT LESS THAN 400                                  CCVSK1.0
001764         ADD 1 TO CASE-COUNT                                      CCVSK1.0
001765         ADD 1 TO CARRIED-FORWARD-COUNT                           CCVSK1.0
001766         MOVE XR-TEST-ID TO CA-TEST-ID (CASE-COUNT)               CCVSK1.0
001767         MOVE XR-PAR-NAME TO CA-PAR-NAME (CASE-COUNT)             CCVSK1.0
001768         MOVE SPACE TO CA-LAST-TYPE (CASE-COUNT)                  CCVSK1.0
001769         MOVE ZERO TO CA-OPEN-DATE (CASE-COUNT)                   CCVSK1.0
001770         MOVE "Y" TO CA-ACKED-SW (CASE-COUNT)                     CCVSK1.0
001771         MOVE XR-TICKET-NO TO CA-TICKET-NO (CASE-COUNT)           CCVSK1.0
001772         MOVE XR-PM-STATUS TO CA-PM-STATUS (CASE-COUNT)           CCVSK1.0
001773     ELSE                                                         CCVSK1.0
001774         ADD 1 TO CASE-OVERFLOW-COUNT.                            CCVSK1.0
001775 POST-PRIOR-XREF-NEXT.                                            CCVSK1.0
001776     PERFORM READ-PRIOR-XREF.                                     CCVSK1.0
001777 POST-PRIOR-XREF-EXIT. EXIT.                                      CCVSK1.0
001778 TABLE-SCAN-NULL. EXIT.                                           CCVSK1.0
001779 APPLY-ACK-FILE.                                                  CCVSK1.0
001780     OPEN INPUT ACK-FILE.                                         CCVSK1.0
001790     IF ACK-FILE-STATUS NOT EQUAL TO "00"                         CCVSK1.0
001800         MOVE "NO ACK FILE RECEIVED FROM PM SYSTEM TONIGHT"       CCVSK1.0
002020         MOVE AK-PAR-NAME TO RD-PAR-NAME                          CCVSK1.0
002030         MOVE AK-TICKET-NO TO RD-TICKET-NO                        CCVSK1.0
002040         MOVE "ACK WITHOUT FEED RECORD - CARRIED TO XREF"         CCVSK1.0
002045             TO RD-MESSAGE                                        CCVSK1.0
002050         PERFORM WRITE-RECON-DETAIL                               CCVSK1.0
002060         PERFORM POST-ORPHAN-ACK                                  CCVSK1.0
002065         GO TO POST-ACK-RECORD-NEXT.                              CCVSK1.0
002070     MOVE "Y" TO CA-ACKED-SW (HIT-SUB).                           CCVSK1.0
002080     MOVE AK-TICKET-NO TO CA-TICKET-NO (HIT-SUB).                 CCVSK1.0
002090     MOVE AK-STATUS TO CA-PM-STATUS (HIT-SUB).                    CCVSK1.0
002100 POST-ACK-RECORD-NEXT.                                            CCVSK1.0
002110     PERFORM READ-ACK.                                            CCVSK1.0
002112 POST-ACK-RECORD-EXIT. EXIT.                                      CCVSK1.0
002114 POST-ORPHAN-ACK.                                                 CCVSK1.0
002116     IF CASE-COUNT LESS THAN 400                                  CCVSK1.0
002120         ADD 1 TO CASE-COUNT                                      CCVSK1.0
002121         MOVE AK-TEST-ID TO CA-TEST-ID (CASE-COUNT)               CCVSK1.0
002122         MOVE AK-PAR-NAME TO CA-PAR-NAME (CASE-COUNT)             CCVSK1.0
002123         MOVE SPACE TO CA-LAST-TYPE (CASE-COUNT)                  CCVSK1.0
002124         MOVE ZERO TO CA-OPEN-DATE (CASE-COUNT)                   CCVSK1.0
002125         MOVE "Y" TO CA-ACKED-SW (CASE-COUNT)                     CCVSK1.0
002126         MOVE AK-TICKET-NO TO CA-TICKET-NO (CASE-COUNT)           CCVSK1.0
002127         MOVE AK-STATUS TO CA-PM-STATUS (CASE-COUNT)              CCVSK1.0
002128     ELSE                                                         CCVSK1.0
002129         ADD 1 TO CASE-OVERFLOW-COUNT.                            CCVSK1.0
002130 EXAMINE-CASE.                                                    CCVSK1.0
002140     IF CA-LAST-TYPE (SUB-1) EQUAL TO "OPEN "                     CCVSK1.0
002150         AND CA-ACKED-SW (SUB-1) EQUAL TO "N"                     CCVSK1.0
002800     MOVE SPACE TO RECON-TOTAL-LINE.                              CCVSK1.0
002810     MOVE ORPHAN-ACK-COUNT TO RT-COUNT.                           CCVSK1.0
002820     MOVE "ACKS WITHOUT A FEED RECORD - CARRIED TO XREF"          CCVSK1.0
002825         TO RT-DESC.                                              CCVSK1.0
002830     MOVE RECON-TOTAL-LINE TO RECON-REPORT-REC.                   CCVSK1.0
002840     PERFORM WRITE-REPORT-LINE.                                   CCVSK1.0
002850     MOVE SPACE TO RECON-TOTAL-LINE.                              CCVSK1.0
002890     MOVE RECON-TOTAL-LINE TO RECON-REPORT-REC.                   CCVSK1.0
002900     PERFORM WRITE-REPORT-LINE.                                   CCVSK1.0
002910     MOVE SPACE TO RECON-TOTAL-LINE.                              CCVSK1.0
002911     MOVE CARRIED-FORWARD-COUNT TO RT-COUNT.                      CCVSK1.0
002912     MOVE "PRIOR TICKET NUMBERS CARRIED FORWARD" TO RT-DESC.      CCVSK1.0
002913     MOVE RECON-TOTAL-LINE TO RECON-REPORT-REC.                   CCVSK1.0
002914     PERFORM WRITE-REPORT-LINE.                                   CCVSK1.0
002915     IF CASE-OVERFLOW-COUNT GREATER THAN ZERO                     CCVSK1.0
002920         MOVE SPACE TO RECON-TOTAL-LINE                           CCVSK1.0
002930         MOVE CASE-OVERFLOW-COUNT TO RT-COUNT                     CCVSK1.0
002940         MOVE "FEED RECORDS BYPASSED - CASE TABLE FULL"           CCVSK1.0
002970         PERFORM WRITE-REPORT-LINE.                               CCVSK1.0
002980 WRITE-REPORT-LINE.                                               CCVSK1.0
002990     WRITE RECON-REPORT-REC AFTER ADVANCING 1 LINES.              CCVSK1.0
003000*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVSK1.0
003010*    THE RUN DATE IS THE DAY THE NIGHTLY JOB TOOK THE SUITE LOCK, CCVSK1.0
003020*    SO A STEP ENDING AFTER MIDNIGHT STILL FILES UNDER ITS NIGHT. CCVSK1.0
003030 WRITE-RUN-LEDGER.                                                CCVSK1.0
003040     MOVE SPACE TO RUN-LEDGER-REC.                                CCVSK1.0
003050     MOVE LEDGER-START-DATE TO LG-RUN-DATE.                       CCVSK1.0
003060     OPEN INPUT RUN-STATE-FILE.                                   CCVSK1.0
003070     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVSK1.0
003080         PERFORM READ-LEDGER-RUN-STATE                            CCVSK1.0
003090         CLOSE RUN-STATE-FILE.                                    CCVSK1.0
003100     MOVE SPACE TO LG-STREAM-ID.                                  CCVSK1.0
003110     MOVE "CCVSACK" TO LG-PGM-ID.                                 CCVSK1.0
003120     MOVE LEDGER-START-DATE TO LG-START-DATE.                     CCVSK1.0
003130     MOVE LEDGER-START-TIME TO LG-START-TIME.                     CCVSK1.0
003140     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVSK1.0
003150     ACCEPT LG-END-TIME FROM TIME.                                CCVSK1.0
003160     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVSK1.0
003170     MOVE LEDGER-REASON TO LG-REASON.                             CCVSK1.0
003180     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVSK1.0
003190     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVSK1.0
003200         WRITE RUN-LEDGER-REC                                     CCVSK1.0
003210         CLOSE RUN-LEDGER-FILE.                                   CCVSK1.0
003220 READ-LEDGER-RUN-STATE.                                           CCVSK1.0
003230     READ RUN-STATE-FILE                                          CCVSK1.0
003240         AT END MOVE SPACE TO RN-HOLDER.                          CCVSK1.0
003250     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVSK1.0
003260         MOVE RN-SINCE-DATE TO LG-RUN-DATE.                       CCVSK1.0
