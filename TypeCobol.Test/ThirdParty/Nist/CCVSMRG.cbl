000260*    IS MISSING OR A PROGRAM'S TRAILER COUNT DISAGREES WITH THE   CCVSG1.0
000270*    RECORDS ACTUALLY PRESENT.  RUN AFTER THE TICKET STEP AND     CCVSG1.0
000280*    BEFORE CCVSALR IN THE SUITE DRIVER JOB.                      CCVSG1.0
000283*    AT THE END OF THE STEP A COMPLETION RECORD (RETURN CODE AND  CCVSG1.0
000286*    REASON) IS APPENDED TO THE RUN LEDGER, CCVS.RUN.LEDGER.      CCVSG1.0
000290 ENVIRONMENT DIVISION.                                            CCVSG1.0
000300 INPUT-OUTPUT SECTION.                                            CCVSG1.0
000310 FILE-CONTROL.                                                    CCVSG1.0
000400     XXXXX104.                                                    CCVSG1.0
000410     SELECT MERGE-REPORT-FILE ASSIGN TO                           CCVSG1.0
000420     XXXXX105.                                                    CCVSG1.0
000421     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSG1.0
000422     XXXXX129                                                     CCVSG1.0
000423     FILE STATUS IS RUN-STATE-STATUS.                             CCVSG1.0
000424     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVSG1.0
000425     XXXXX134                                                     CCVSG1.0
000426     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVSG1.0
000430 DATA DIVISION.                                                   CCVSG1.0
000440 FILE SECTION.                                                    CCVSG1.0
000450 FD  MACHINE-FILE.                                                CCVSG1.0
000560 01  TRANSMISSION-REC                   PIC X(250).               CCVSG1.0
000570 FD  MERGE-REPORT-FILE.                                           CCVSG1.0
000580 01  MERGE-REPORT-REC                   PIC X(120).               CCVSG1.0
000581 FD  RUN-STATE-FILE.                                              CCVSG1.0
000582 01  RUN-STATE-REC.                                               CCVSG1.0
000583     02 RN-HOLDER             PIC X(8).                           CCVSG1.0
000584     02 FILLER                PIC X.                              CCVSG1.0
000585     02 RN-SINCE-DATE         PIC 9(8).                           CCVSG1.0
000586     02 FILLER                PIC X.                              CCVSG1.0
000587     02 RN-SINCE-TIME         PIC 9(8).                           CCVSG1.0
000588     02 FILLER                PIC X(54).                          CCVSG1.0
000589 FD  RUN-LEDGER-FILE.                                             CCVSG1.0
000590 01  RUN-LEDGER-REC.                                              CCVSG1.0
000591     02 LG-RUN-DATE           PIC 9(8).                           CCVSG1.0
000592     02 FILLER                PIC X.                              CCVSG1.0
000593     02 LG-STREAM-ID          PIC X.                              CCVSG1.0
000594     02 FILLER                PIC X.                              CCVSG1.0
000595     02 LG-PGM-ID             PIC X(9).                           CCVSG1.0
000596     02 FILLER                PIC X.                              CCVSG1.0
000597     02 LG-ACTION             PIC X(8).                           CCVSG1.0
000598     02 FILLER                PIC X.                              CCVSG1.0
000599     02 LG-START-DATE         PIC 9(8).                           CCVSG1.0
000600     02 FILLER                PIC X.                              CCVSG1.0
000601     02 LG-START-TIME         PIC 9(8).                           CCVSG1.0
000602     02 FILLER                PIC X.                              CCVSG1.0
000603     02 LG-END-DATE           PIC 9(8).                           CCVSG1.0
000604     02 FILLER                PIC X.                              CCVSG1.0
000605     02 LG-END-TIME           PIC 9(8).                           CCVSG1.0
000606     02 FILLER                PIC X.                              CCVSG1.0
000607     02 LG-RETURN-CODE        PIC 9(4).                           CCVSG1.0
000608     02 FILLER                PIC X.                              CCVSG1.0
000609     02 LG-REASON             PIC X(40).                          CCVSG1.0
000610     02 FILLER                PIC X(9).                           CCVSG1.0
000611 WORKING-STORAGE SECTION.                                         CCVSG1.0
000612 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSG1.0
000613 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVSG1.0
000614 01  LEDGER-START-DATE                  PIC 9(8)   VALUE ZERO.    CCVSG1.0
000615 01  LEDGER-START-TIME                  PIC 9(8)   VALUE ZERO.    CCVSG1.0
000616 01  LEDGER-REASON                      PIC X(40)                 CCVSG1.0
000617         VALUE "TRANSMISSION FILE BUILT".                         CCVSG1.0
000618 01  PARAMETER-FILE-STATUS              PIC XX     VALUE SPACE.   CCVSG1.0
000619 01  MACHINE-EOF-SW                     PIC X      VALUE "N".     CCVSG1.0
000620     88 MACHINE-EOF                                VALUE "Y".     CCVSG1.0
000630 01  ROSTER-EOF-SW                      PIC X      VALUE "N".     CCVSG1.0
000640     88 ROSTER-EOF                                 VALUE "Y".     CCVSG1.0
001140 01  GRAND-REC-COUNT                    PIC 9(7)   VALUE ZERO.    CCVSG1.0
001150 01  GRAND-COUNT-DISPLAY                PIC 9(7)   VALUE ZERO.    CCVSG1.0
001160 01  PGM-COUNT-DISPLAY                  PIC 9(5)   VALUE ZERO.    CCVSG1.0
001165 01  MACHINE-COUNT-FIELD                PIC 9(5)   VALUE ZERO.    CCVSG1.0
001170 01  ERROR-COUNT                        PIC 999    VALUE ZERO.    CCVSG1.0
001180 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVSG1.0
001190 01  SUB-2                              PIC S9(4) COMP VALUE 0.   CCVSG1.0
001410 PROCEDURE DIVISION.                                              CCVSG1.0
001420 CCVSMRG-MAIN SECTION.                                            CCVSG1.0
001430 OPEN-FILES.                                                      CCVSG1.0
001433     ACCEPT LEDGER-START-DATE FROM DATE YYYYMMDD.                 CCVSG1.0
001436     ACCEPT LEDGER-START-TIME FROM TIME.                          CCVSG1.0
001440     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSG1.0
001450     OPEN OUTPUT MERGE-REPORT-FILE.                               CCVSG1.0
001460     PERFORM PRINT-REPORT-HEADING.                                CCVSG1.0
001640     PERFORM PRINT-PROGRAM-LINES.                                 CCVSG1.0
001650     PERFORM PRINT-REPORT-TOTALS.                                 CCVSG1.0
001660     IF ERROR-COUNT GREATER THAN ZERO                             CCVSG1.0
001665         MOVE 16 TO RETURN-CODE                                   CCVSG1.0
001670         MOVE "MACHINE FILE ERRORS - TRANSMISSION SUSPECT"        CCVSG1.0
001675             TO LEDGER-REASON.                                    CCVSG1.0
001680 CLOSE-FILES.                                                     CCVSG1.0
001690     CLOSE MERGE-REPORT-FILE.                                     CCVSG1.0
001695     PERFORM WRITE-RUN-LEDGER.                                    CCVSG1.0
001700     STOP RUN.                                                    CCVSG1.0
001710 READ-PARAMETER-FILE.                                             CCVSG1.0
001720     OPEN INPUT PARAMETER-FILE.                                   CCVSG1.0
004150     PERFORM WRITE-REPORT-LINE.                                   CCVSG1.0
004160 WRITE-REPORT-LINE.                                               CCVSG1.0
004170     WRITE MERGE-REPORT-REC AFTER ADVANCING 1 LINES.              CCVSG1.0
004180*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVSG1.0
004190*    THE RUN DATE IS THE DAY THE NIGHTLY JOB TOOK THE SUITE LOCK, CCVSG1.0
004200*    SO A STEP ENDING AFTER MIDNIGHT STILL FILES UNDER ITS NIGHT. CCVSG1.0
004210 WRITE-RUN-LEDGER.                                                CCVSG1.0
004220     MOVE SPACE TO RUN-LEDGER-REC.                                CCVSG1.0
004230     MOVE LEDGER-START-DATE TO LG-RUN-DATE.                       CCVSG1.0
004240     OPEN INPUT RUN-STATE-FILE.                                   CCVSG1.0
004250     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVSG1.0
004260         PERFORM READ-LEDGER-RUN-STATE                            CCVSG1.0
004270         CLOSE RUN-STATE-FILE.                                    CCVSG1.0
004280     MOVE SPACE TO LG-STREAM-ID.                                  CCVSG1.0
004290     MOVE "CCVSMRG" TO LG-PGM-ID.                                 CCVSG1.0
004300     MOVE LEDGER-START-DATE TO LG-START-DATE.                     CCVSG1.0
004310     MOVE LEDGER-START-TIME TO LG-START-TIME.                     CCVSG1.0
004320     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVSG1.0
004330     ACCEPT LG-END-TIME FROM TIME.                                CCVSG1.0
004340     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVSG1.0
004350     MOVE LEDGER-REASON TO LG-REASON.                             CCVSG1.0
004360     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVSG1.0
004370     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVSG1.0
004380         WRITE RUN-LEDGER-REC                                     CCVSG1.0
004390         CLOSE RUN-LEDGER-FILE.                                   CCVSG1.0
004400 READ-LEDGER-RUN-STATE.                                           CCVSG1.0
004410     READ RUN-STATE-FILE                                          CCVSG1.0
004420         AT END MOVE SPACE TO RN-HOLDER.                          CCVSG1.0
004430     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVSG1.0
004440         MOVE RN-SINCE-DATE TO LG-RUN-DATE.                       CCVSG1.0
