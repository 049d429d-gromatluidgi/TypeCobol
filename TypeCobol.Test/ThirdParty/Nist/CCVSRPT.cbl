000130*    EACH CCVS1-BASED TEST PROGRAM (SEE WRITE-RUN-SUMMARY IN K6SCACCVSR1.0
000140*    INTO ONE ROLLED-UP REPORT COVERING THE WHOLE NIGHT'S SUITE.  CCVSR1.0
000150*    RUN THIS AFTER THE LAST TEST PROGRAM IN THE SUITE HAS CLOSED.CCVSR1.0
000151*    A SEPARATE QUARANTINE SECTION FOLLOWS THE MISSING-PROGRAM    CCVSR1.0
000152*    LIST.  IT SHOWS EACH PROGRAM THAT JOURNALED QUAR* CASES      CCVSR1.0
000153*    TONIGHT, THEN LISTS THE QUARANTINE REGISTER (OPTIONAL, DD    CCVSR1.0
000154*    XXXXX120) FLAGGING ANY ENTRY WHOSE EXPIRY DATE HAS PASSED.   CCVSR1.0
000155*    QUARANTINED CASES ARE NOT ERRORS AND DO NOT AFFECT THE       CCVSR1.0
000156*    SUITE RETURN CODE.                                           CCVSR1.0
000157*    PERFORMANCE ALERTS (TYPE P, WRITTEN BY CCVSPRF) ON THE ALERT CCVSR1.0
000158*    FILE ARE ROUTED BY CCVSALR BUT DO NOT COUNT AS A THRESHOLD   CCVSR1.0
000159*    ALERT HERE.                                                  CCVSR1.0
000160*    AT THE END OF THE STEP A COMPLETION RECORD (RETURN CODE AND  CCVSR1.0
000161*    REASON) IS APPENDED TO THE RUN LEDGER, CCVS.RUN.LEDGER.      CCVSR1.0
000162 ENVIRONMENT DIVISION.                                            CCVSR1.0
000170 INPUT-OUTPUT SECTION.                                            CCVSR1.0
000180 FILE-CONTROL.                                                    CCVSR1.0
000190     SELECT RUN-SUMMARY-FILE ASSIGN TO                            CCVSR1.0
000226     SELECT ALERT-FILE ASSIGN TO                                  CCVSR1.0
000228     XXXXX061                                                     CCVSR1.0
000229     FILE STATUS IS ALERT-FILE-STATUS.                            CCVSR1.0
000230     SELECT OUTAGE-CALENDAR-FILE ASSIGN TO                        CCVSR1.0
000231     XXXXX092                                                     CCVSR1.0
000232     FILE STATUS IS OUTAGE-CALENDAR-STATUS.                       CCVSR1.0
000233     SELECT QUARANTINE-FILE ASSIGN TO                             CCVSR1.0
000234     XXXXX120                                                     CCVSR1.0
000235     FILE STATUS IS QUARANTINE-STATUS.                            CCVSR1.0
000236     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSR1.0
000237     XXXXX129                                                     CCVSR1.0
000238     FILE STATUS IS RUN-STATE-STATUS.                             CCVSR1.0
000239     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVSR1.0
000240     XXXXX134                                                     CCVSR1.0
000241     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVSR1.0
000242 DATA DIVISION.                                                   CCVSR1.0
000243 FILE SECTION.                                                    CCVSR1.0
000250 FD  RUN-SUMMARY-FILE.                                            CCVSR1.0
000260 01  RUN-SUMMARY-REC.                                             CCVSR1.0
000270     02 RS-PGM-ID            PIC X(9).                            CCVSR1.0
000359     02 FILLER               PIC X      VALUE SPACE.              CCVSR1.0
000360     02 RS-STREAM-ID         PIC X.                               CCVSR1.0
000361     02 FILLER               PIC X      VALUE SPACE.              CCVSR1.0
000362     02 RS-COMPILER-REL      PIC X(8).                            CCVSR1.0
000363     02 FILLER               PIC X      VALUE SPACE.              CCVSR1.0
000364     02 RS-QUARANTINE-COUNT  PIC 9(3).                            CCVSR1.0
000365     02 FILLER               PIC X(65)  VALUE SPACE.              CCVSR1.0
000370 FD  ROLLUP-FILE.                                                 CCVSR1.0
000371 01  ROLLUP-REC                         PIC X(120).               CCVSR1.0
000372 FD  ROSTER-FILE.                                                 CCVSR1.0
000373 01  ROSTER-REC.                                                  CCVSR1.0
000374     02 EP-PGM-ID            PIC X(9).                            CCVSR1.0
000375     02 FILLER               PIC X.                               CCVSR1.0
000376     02 EP-STREAM-ID         PIC X.                               CCVSR1.0
000377     02 FILLER               PIC X(69).                           CCVSR1.0
000378 FD  ALERT-FILE.                                                  CCVSR1.0
000379 01  ALERT-REC.                                                   CCVSR1.0
000380     02 AL-PGM-ID             PIC X(9).                           CCVSR1.0
000381     02 FILLER                PIC X.                              CCVSR1.0
000382     02 AL-ERROR-COUNT        PIC 999.                            CCVSR1.0
000383     02 FILLER                PIC X.                              CCVSR1.0
000384     02 AL-THRESHOLD          PIC 999.                            CCVSR1.0
000385     02 FILLER                PIC X.                              CCVSR1.0
000386     02 AL-ALERT-TYPE         PIC X.                              CCVSR1.0
000387         88 PERFORMANCE-ALERT               VALUE "P".            CCVSR1.0
000388     02 FILLER                PIC X(101).                         CCVSR1.0
000389 FD  OUTAGE-CALENDAR-FILE.                                        CCVSR1.0
000390 01  OUTAGE-CALENDAR-REC.                                         CCVSR1.0
000396     02 OC-SKIP-DATE          PIC 9(8).                           CCVSR1.0
000397     02 FILLER                PIC X.                              CCVSR1.0
000398     02 OC-STREAM-ID          PIC X.                              CCVSR1.0
000399     02 FILLER                PIC X(70).                          CCVSR1.0
000400 FD  QUARANTINE-FILE.                                             CCVSR1.0
000401 01  QUARANTINE-REC.                                              CCVSR1.0
000402     02 QR-TEST-ID            PIC X(9).                           CCVSR1.0
000403     02 FILLER                PIC X.                              CCVSR1.0
000404     02 QR-PAR-NAME           PIC X(22).                          CCVSR1.0
000405     02 FILLER                PIC X.                              CCVSR1.0
000406     02 QR-REASON             PIC X(40).                          CCVSR1.0
000407     02 FILLER                PIC X.                              CCVSR1.0
000408     02 QR-TICKET-REF         PIC X(10).                          CCVSR1.0
000409     02 FILLER                PIC X.                              CCVSR1.0
000410     02 QR-ANALYST            PIC X(8).                           CCVSR1.0
000411     02 FILLER                PIC X.                              CCVSR1.0
000412     02 QR-EXPIRY-DATE        PIC 9(8).                           CCVSR1.0
000413     02 FILLER                PIC X.                              CCVSR1.0
000414     02 QR-ADDED-DATE         PIC 9(8).                           CCVSR1.0
000415     02 FILLER                PIC X(9).                           CCVSR1.0
000416 FD  RUN-STATE-FILE.                                              CCVSR1.0
000417 01  RUN-STATE-REC.                                               CCVSR1.0
000418     02 RN-HOLDER             PIC X(8).                           CCVSR1.0
000419     02 FILLER                PIC X.                              CCVSR1.0
000420     02 RN-SINCE-DATE         PIC 9(8).                           CCVSR1.0
000421     02 FILLER                PIC X.                              CCVSR1.0
000422     02 RN-SINCE-TIME         PIC 9(8).                           CCVSR1.0
000423     02 FILLER                PIC X(54).                          CCVSR1.0
000424 FD  RUN-LEDGER-FILE.                                             CCVSR1.0
000425 01  RUN-LEDGER-REC.                                              CCVSR1.0
000426     02 LG-RUN-DATE           PIC 9(8).                           CCVSR1.0
000427     02 FILLER                PIC X.                              CCVSR1.0
000428     02 LG-STREAM-ID          PIC X.                              CCVSR1.0
000429     02 FILLER                PIC X.                              CCVSR1.0
000430     02 LG-PGM-ID             PIC X(9).                           CCVSR1.0
000431     02 FILLER                PIC X.                              CCVSR1.0
000432     02 LG-ACTION             PIC X(8).                           CCVSR1.0
000433     02 FILLER                PIC X.                              CCVSR1.0
000434     02 LG-START-DATE         PIC 9(8).                           CCVSR1.0
000435     02 FILLER                PIC X.                              CCVSR1.0
000436     02 LG-START-TIME         PIC 9(8).                           CCVSR1.0
000437     02 FILLER                PIC X.                              CCVSR1.0
000438     02 LG-END-DATE           PIC 9(8).                           CCVSR1.0
000439     02 FILLER                PIC X.                              CCVSR1.0
000440     02 LG-END-TIME           PIC 9(8).                           CCVSR1.0
000441     02 FILLER                PIC X.                              CCVSR1.0
000442     02 LG-RETURN-CODE        PIC 9(4).                           CCVSR1.0
000443     02 FILLER                PIC X.                              CCVSR1.0
000444     02 LG-REASON             PIC X(40).                          CCVSR1.0
000445     02 FILLER                PIC X(9).                           CCVSR1.0
000446 WORKING-STORAGE SECTION.                                         CCVSR1.0
000447 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSR1.0
000448 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVSR1.0
000449 01  LEDGER-START-DATE                  PIC 9(8)   VALUE ZERO.    CCVSR1.0
000450 01  LEDGER-START-TIME                  PIC 9(8)   VALUE ZERO.    CCVSR1.0
000451 01  LEDGER-REASON                      PIC X(40)                 CCVSR1.0
000452         VALUE "CLEAN ROLLUP".                                    CCVSR1.0
000453 01  RUN-SUMMARY-EOF-SW                 PIC X      VALUE "N".     CCVSR1.0
000454     88 RUN-SUMMARY-EOF                            VALUE "Y".     CCVSR1.0
000455 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSR1.0
000456 01  PGM-TOTAL-COUNT                    PIC 99     VALUE ZERO.    CCVSR1.0
000457 01  GRAND-PASS-TOTAL                   PIC 9(5)   VALUE ZERO.    CCVSR1.0
000458 01  GRAND-ERROR-TOTAL                  PIC 9(5)   VALUE ZERO.    CCVSR1.0
000459 01  GRAND-DELETE-TOTAL                 PIC 9(5)   VALUE ZERO.    CCVSR1.0
000460 01  GRAND-INSPECT-TOTAL                PIC 9(5)   VALUE ZERO.    CCVSR1.0
000465 01  GRAND-ELAPSED-TOTAL                PIC 9(9)   VALUE ZERO.    CCVSR1.0
000466 01  ROSTER-EOF-SW                      PIC X      VALUE "N".     CCVSR1.0
000488 01  ALERT-FILE-STATUS                  PIC XX     VALUE SPACE.   CCVSR1.0
000489 01  ALERT-PRESENT-SW                   PIC X      VALUE "N".     CCVSR1.0
000490     88 ALERT-PRESENT                              VALUE "Y".     CCVSR1.0
000491 01  ALERT-EOF-SW                       PIC X      VALUE "N".     CCVSR1.0
000492     88 ALERT-EOF                                  VALUE "Y".     CCVSR1.0
000493 01  SUITE-RETURN-CODE                  PIC 99     VALUE ZERO.    CCVSR1.0
000494 01  RETURN-CODE-LINE.                                            CCVSR1.0
000495     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000496     02 FILLER PIC X(20) VALUE "SUITE RETURN CODE = ".            CCVSR1.0
000497     02 RC-VALUE           PIC Z9.                                CCVSR1.0
000498     02 FILLER PIC X(78) VALUE SPACE.                             CCVSR1.0
000499 01  MISSING-HEADING-LINE.                                        CCVSR1.0
000500     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000501     02 FILLER PIC X(40)                                          CCVSR1.0
000502         VALUE "DID NOT REPORT - NO SUMMARY RECORD TODAY".        CCVSR1.0
000503     02 FILLER PIC X(60) VALUE SPACE.                             CCVSR1.0
000504 01  MISSING-DETAIL-LINE.                                         CCVSR1.0
000505     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000506     02 MD-PGM-ID          PIC X(9).                              CCVSR1.0
000507     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000508     02 FILLER PIC X(14) VALUE "DID NOT REPORT".                  CCVSR1.0
000509     02 FILLER PIC X(74) VALUE SPACE.                             CCVSR1.0
000510 01  MISSING-TOTAL-LINE.                                          CCVSR1.0
000511     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000512     02 FILLER PIC X(9)  VALUE "MISSING".                         CCVSR1.0
000513     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000514     02 MT-COUNT           PIC ZZZZ9.                             CCVSR1.0
000515     02 FILLER PIC X(83) VALUE SPACE.                             CCVSR1.0
000516 01  OUTAGE-CALENDAR-STATUS             PIC XX     VALUE SPACE.   CCVSR1.0
000517 01  OUTAGE-EOF-SW                      PIC X      VALUE "N".     CCVSR1.0
000518     88 OUTAGE-EOF                                 VALUE "Y".     CCVSR1.0
000519 01  OUTAGE-COUNT                       PIC 99     VALUE ZERO.    CCVSR1.0
000520 01  OUTAGE-TABLE.                                                CCVSR1.0
000521     02 OUTAGE-ENTRY OCCURS 31 TIMES.                             CCVSR1.0
000522         03 OT-SKIP-DATE     PIC 9(8).                            CCVSR1.0
000523         03 OT-STREAM-ID     PIC X.                               CCVSR1.0
000524 01  OUTAGE-SUB                         PIC S9(4)  COMP VALUE 0.  CCVSR1.0
000525 01  OUTAGE-HIT-SW                      PIC X      VALUE "N".     CCVSR1.0
000526     88 OUTAGE-HIT                                 VALUE "Y".     CCVSR1.0
000527 01  OUTAGE-TEST-STREAM                 PIC X      VALUE SPACE.   CCVSR1.0
000528 01  SCHEDULED-OUTAGE-COUNT             PIC 99     VALUE ZERO.    CCVSR1.0
000529 01  OUTAGE-DETAIL-LINE.                                          CCVSR1.0
000530     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000531     02 OD-PGM-ID          PIC X(9).                              CCVSR1.0
000532     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000533     02 FILLER PIC X(16) VALUE "SCHEDULED OUTAGE".                CCVSR1.0
000534     02 FILLER PIC X(72) VALUE SPACE.                             CCVSR1.0
000535 01  OUTAGE-STREAM-LINE.                                          CCVSR1.0
000536     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000537     02 FILLER PIC X(7)  VALUE "STREAM ".                         CCVSR1.0
000538     02 OS-STREAM-ID       PIC X.                                 CCVSR1.0
000539     02 FILLER PIC X(25)                                          CCVSR1.0
000540         VALUE " SCHEDULED OUTAGE TONIGHT".                       CCVSR1.0
000541     02 FILLER PIC X(67) VALUE SPACE.                             CCVSR1.0
000542 01  OUTAGE-TOTAL-LINE.                                           CCVSR1.0
000543     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000544     02 FILLER PIC X(9)  VALUE "OUTAGES".                         CCVSR1.0
000545     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000546     02 OG-COUNT           PIC ZZZZ9.                             CCVSR1.0
000547     02 FILLER PIC X(83) VALUE SPACE.                             CCVSR1.0
000548 01  ROSTER-BYPASS-COUNT                PIC 99     VALUE ZERO.    CCVSR1.0
000549 01  ROSTER-BYPASS-LINE.                                          CCVSR1.0
000550     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000551     02 RB-COUNT           PIC ZZZZ9.                             CCVSR1.0
000552     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000553     02 FILLER PIC X(38)                                          CCVSR1.0
000554         VALUE "ROSTER ENTRIES BYPASSED - TABLE FULL".            CCVSR1.0
000555     02 FILLER PIC X(56) VALUE SPACE.                             CCVSR1.0
000556 01  TODAY-COUNT                        PIC 99     VALUE ZERO.    CCVSR1.0
000557 01  TODAY-TABLE.                                                 CCVSR1.0
000558     02 TODAY-ENTRY OCCURS 51 TIMES.                              CCVSR1.0
000559         03 TD-PGM-ID        PIC X(9).                            CCVSR1.0
000560         03 TD-PASS-COUNT    PIC 9(3).                            CCVSR1.0
000561         03 TD-ERROR-COUNT   PIC 9(3).                            CCVSR1.0
000562         03 TD-DELETE-COUNT  PIC 9(3).                            CCVSR1.0
000563         03 TD-INSPECT-COUNT PIC 9(3).                            CCVSR1.0
000564         03 TD-ELAPSED-TIME  PIC 9(7).                            CCVSR1.0
000565         03 TD-QUARANTINE-COUNT PIC 9(3).                         CCVSR1.0
000566 01  TODAY-SUB                          PIC S9(4)  COMP VALUE 0.  CCVSR1.0
000567 01  SUPERSEDED-COUNT                   PIC 999    VALUE ZERO.    CCVSR1.0
000568 01  TODAY-OVERFLOW-COUNT               PIC 99     VALUE ZERO.    CCVSR1.0
000569 01  SUPERSEDED-NOTE-LINE.                                        CCVSR1.0
000570     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000571     02 SP-COUNT           PIC ZZZZ9.                             CCVSR1.0
000572     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000573     02 FILLER PIC X(44)                                          CCVSR1.0
000574         VALUE "EARLIER SAME-DAY RECORD(S) SUPERSEDED".           CCVSR1.0
000575     02 FILLER PIC X(50) VALUE SPACE.                             CCVSR1.0
000576 01  TODAY-OVERFLOW-LINE.                                         CCVSR1.0
000577     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000578     02 TO-COUNT           PIC ZZZZ9.                             CCVSR1.0
000579     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000580     02 FILLER PIC X(44)                                          CCVSR1.0
000581         VALUE "SUMMARY RECORDS BYPASSED - TABLE FULL".           CCVSR1.0
000582     02 FILLER PIC X(50) VALUE SPACE.                             CCVSR1.0
000583 01  QUARANTINE-STATUS                  PIC XX     VALUE SPACE.   CCVSR1.0
000584 01  QUARANTINE-EOF-SW                  PIC X      VALUE "N".     CCVSR1.0
000585     88 QUARANTINE-EOF                             VALUE "Y".     CCVSR1.0
000586 01  GRAND-QUARANTINE-TOTAL             PIC 9(5)   VALUE ZERO.    CCVSR1.0
000587 01  QUARANTINE-ENTRY-TOTAL             PIC 9(5)   VALUE ZERO.    CCVSR1.0
000588 01  QUARANTINE-EXPIRED-TOTAL           PIC 9(5)   VALUE ZERO.    CCVSR1.0
000589 01  QUARANTINE-HEADING-LINE.                                     CCVSR1.0
000590     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000591     02 FILLER PIC X(40)                                          CCVSR1.0
000592         VALUE "QUARANTINED TEST CASES - NOT ERRORS".             CCVSR1.0
000593     02 FILLER PIC X(60) VALUE SPACE.                             CCVSR1.0
000594 01  QUARANTINE-DETAIL-LINE.                                      CCVSR1.0
000595     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000596     02 QD-PGM-ID          PIC X(9).                              CCVSR1.0
000597     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000598     02 QD-COUNT           PIC ZZZZ9.                             CCVSR1.0
000599     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000600     02 FILLER PIC X(21) VALUE "CASE(S) QUARANTINED".             CCVSR1.0
000601     02 FILLER PIC X(61) VALUE SPACE.                             CCVSR1.0
000602 01  QUARANTINE-TOTAL-LINE.                                       CCVSR1.0
000603     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000604     02 FILLER PIC X(9)  VALUE "QUARANTD".                        CCVSR1.0
000605     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000606     02 QT-COUNT           PIC ZZZZ9.                             CCVSR1.0
000607     02 FILLER PIC X(83) VALUE SPACE.                             CCVSR1.0
000608 01  REGISTER-HEADING-LINE.                                       CCVSR1.0
000609     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000610     02 FILLER PIC X(9)  VALUE "TEST-ID".                         CCVSR1.0
000611     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000612     02 FILLER PIC X(22) VALUE "PARAGRAPH".                       CCVSR1.0
000613     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000614     02 FILLER PIC X(10) VALUE "TICKET".                          CCVSR1.0
000615     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000616     02 FILLER PIC X(8)  VALUE "ANALYST".                         CCVSR1.0
000617     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000618     02 FILLER PIC X(8)  VALUE "EXPIRES".                         CCVSR1.0
000619     02 FILLER PIC X(39) VALUE SPACE.                             CCVSR1.0
000620 01  REGISTER-DETAIL-LINE.                                        CCVSR1.0
000621     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000622     02 RR-TEST-ID         PIC X(9).                              CCVSR1.0
000623     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000624     02 RR-PAR-NAME        PIC X(22).                             CCVSR1.0
000625     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000626     02 RR-TICKET-REF      PIC X(10).                             CCVSR1.0
000627     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000628     02 RR-ANALYST         PIC X(8).                              CCVSR1.0
000629     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000630     02 RR-EXPIRY-DATE     PIC 9(8).                              CCVSR1.0
000631     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSR1.0
000632     02 RR-EXPIRED-NOTE    PIC X(7).                              CCVSR1.0
000633     02 FILLER PIC X(31) VALUE SPACE.                             CCVSR1.0
000634 01  REGISTER-TOTAL-LINE.                                         CCVSR1.0
000635     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000636     02 RT-ENTRY-COUNT     PIC ZZZZ9.                             CCVSR1.0
000637     02 FILLER PIC X(18) VALUE " REGISTER ENTRIES,".              CCVSR1.0
000638     02 RT-EXPIRED-COUNT   PIC ZZZZ9.                             CCVSR1.0
000639     02 FILLER PIC X(8)  VALUE " EXPIRED".                        CCVSR1.0
000640     02 FILLER PIC X(64) VALUE SPACE.                             CCVSR1.0
000641 01  REGISTER-ABSENT-LINE.                                        CCVSR1.0
000642     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000643     02 FILLER PIC X(40)                                          CCVSR1.0
000644         VALUE "QUARANTINE REGISTER NOT AVAILABLE".               CCVSR1.0
000645     02 FILLER PIC X(60) VALUE SPACE.                             CCVSR1.0
000646 01  ROLLUP-HEADING-1.                                            CCVSR1.0
000647     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000648     02 FILLER PIC X(38)                                          CCVSR1.0
000649         VALUE "CONSOLIDATED CCVS RUN SUMMARY REPORT".            CCVSR1.0
000650     02 FILLER PIC X(62) VALUE SPACE.                             CCVSR1.0
000651 01  ROLLUP-HEADING-2.                                            CCVSR1.0
000652     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000653     02 FILLER PIC X(9)  VALUE "PROGRAM".                         CCVSR1.0
000654     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000655     02 FILLER PIC X(5)  VALUE " PASS".                           CCVSR1.0
000656     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000657     02 FILLER PIC X(5)  VALUE "ERROR".                           CCVSR1.0
000658     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000659     02 FILLER PIC X(5)  VALUE "DELET".                           CCVSR1.0
000660     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000661     02 FILLER PIC X(5)  VALUE "INSPT".                           CCVSR1.0
000662     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000663     02 FILLER PIC X(7)  VALUE "ELAPSED".                         CCVSR1.0
000664     02 FILLER PIC X(49) VALUE SPACE.                             CCVSR1.0
000665 01  ROLLUP-DETAIL-LINE.                                          CCVSR1.0
000666     02 FILLER PIC X(20) VALUE SPACE.                             CCVSR1.0
000667     02 RD-PGM-ID          PIC X(9).                              CCVSR1.0
000670     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000680     02 RD-PASS            PIC ZZZZ9.                             CCVSR1.0
000690     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSR1.0
000880 PROCEDURE DIVISION.                                              CCVSR1.0
000890 CCVSRPT-MAIN SECTION.                                            CCVSR1.0
000900 OPEN-FILES.                                                      CCVSR1.0
000901     ACCEPT LEDGER-START-DATE FROM DATE YYYYMMDD.                 CCVSR1.0
000902     ACCEPT LEDGER-START-TIME FROM TIME.                          CCVSR1.0
000905     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSR1.0
000910     OPEN INPUT RUN-SUMMARY-FILE.                                 CCVSR1.0
000920     OPEN OUTPUT ROLLUP-FILE.                                     CCVSR1.0
000925     PERFORM LOAD-ROSTER-TABLE.                                   CCVSR1.0
000927     PERFORM LOAD-OUTAGE-TABLE THRU LOAD-OUTAGE-TABLE-EXIT.       CCVSR1.0
000930     PERFORM PRINT-ROLLUP-HEADINGS.                               CCVSR1.0
000940     PERFORM READ-RUN-SUMMARY.                                    CCVSR1.0
000950     PERFORM PROCESS-SUMMARY THRU PROCESS-SUMMARY-EXIT            CCVSR1.0
000960         UNTIL RUN-SUMMARY-EOF.                                   CCVSR1.0
000970     PERFORM PRINT-TODAY-TABLE.                                   CCVSR1.0
000971     PERFORM PRINT-GRAND-TOTAL.                                   CCVSR1.0
000972     PERFORM PRINT-MISSING-PROGRAMS.                              CCVSR1.0
000973     PERFORM PRINT-QUARANTINE-SECTION                             CCVSR1.0
000974         THRU PRINT-QUARANTINE-SECTION-EXIT.                      CCVSR1.0
000975     PERFORM CHECK-ALERT-FILE THRU CHECK-ALERT-FILE-EXIT.         CCVSR1.0
000976     PERFORM SET-SUITE-RETURN-CODE.                               CCVSR1.0
000980     CLOSE RUN-SUMMARY-FILE ROLLUP-FILE.                          CCVSR1.0
000985     MOVE SUITE-RETURN-CODE TO RETURN-CODE.                       CCVSR1.0
000987     PERFORM WRITE-RUN-LEDGER.                                    CCVSR1.0
000990     STOP RUN.                                                    CCVSR1.0
001000 READ-RUN-SUMMARY.                                                CCVSR1.0
001010     READ RUN-SUMMARY-FILE                                        CCVSR1.0
001035     IF RS-RUN-DATE NOT EQUAL TO TODAYS-RUN-DATE                  CCVSR1.0
001036         GO TO PROCESS-SUMMARY-SKIP.                              CCVSR1.0
001040     PERFORM MARK-ROSTER-SEEN.                                    CCVSR1.0
001083     PERFORM MARK-STREAM-SEEN.                                    CCVSR1.0
001126     PERFORM POST-TODAY-ENTRY THRU POST-TODAY-ENTRY-EXIT.         CCVSR1.0
001170 PROCESS-SUMMARY-SKIP.                                            CCVSR1.0
001175     PERFORM READ-RUN-SUMMARY.                                    CCVSR1.0
001180 PROCESS-SUMMARY-EXIT.                                            CCVSR1.0
001190     EXIT.                                                        CCVSR1.0
001191 POST-TODAY-ENTRY.                                                CCVSR1.0
001192     PERFORM ROSTER-SCAN-NULL                                     CCVSR1.0
001193         VARYING TODAY-SUB FROM 1 BY 1                            CCVSR1.0
001194         UNTIL TODAY-SUB GREATER THAN TODAY-COUNT                 CCVSR1.0
001195         OR TD-PGM-ID (TODAY-SUB) EQUAL TO RS-PGM-ID.             CCVSR1.0
001200     IF TODAY-SUB NOT GREATER THAN TODAY-COUNT                    CCVSR1.0
001201         ADD 1 TO SUPERSEDED-COUNT                                CCVSR1.0
001202     ELSE IF TODAY-COUNT LESS THAN 50                             CCVSR1.0
001203         ADD 1 TO TODAY-COUNT                                     CCVSR1.0
001204         ADD 1 TO PGM-TOTAL-COUNT                                 CCVSR1.0
001205         MOVE TODAY-COUNT TO TODAY-SUB                            CCVSR1.0
001206         MOVE RS-PGM-ID TO TD-PGM-ID (TODAY-SUB)                  CCVSR1.0
001207     ELSE                                                         CCVSR1.0
001208         ADD 1 TO TODAY-OVERFLOW-COUNT                            CCVSR1.0
001209         GO TO POST-TODAY-ENTRY-EXIT.                             CCVSR1.0
001210     MOVE RS-PASS-COUNT    TO TD-PASS-COUNT (TODAY-SUB).          CCVSR1.0
001211     MOVE RS-ERROR-COUNT   TO TD-ERROR-COUNT (TODAY-SUB).         CCVSR1.0
001212     MOVE RS-DELETE-COUNT  TO TD-DELETE-COUNT (TODAY-SUB).        CCVSR1.0
001213     MOVE RS-INSPECT-COUNT TO TD-INSPECT-COUNT (TODAY-SUB).       CCVSR1.0
001214     MOVE RS-ELAPSED-TIME  TO TD-ELAPSED-TIME (TODAY-SUB).        CCVSR1.0
001215     MOVE RS-QUARANTINE-COUNT                                     CCVSR1.0
001216                           TO TD-QUARANTINE-COUNT (TODAY-SUB).    CCVSR1.0
001217 POST-TODAY-ENTRY-EXIT. EXIT.                                     CCVSR1.0
001218 PRINT-TODAY-TABLE.                                               CCVSR1.0
001219     PERFORM PRINT-ONE-TODAY                                      CCVSR1.0
001220         VARYING TODAY-SUB FROM 1 BY 1                            CCVSR1.0
001221         UNTIL TODAY-SUB GREATER THAN TODAY-COUNT.                CCVSR1.0
001222     IF SUPERSEDED-COUNT GREATER THAN ZERO                        CCVSR1.0
001223         MOVE SUPERSEDED-COUNT TO SP-COUNT                        CCVSR1.0
001224         MOVE SUPERSEDED-NOTE-LINE TO ROLLUP-REC                  CCVSR1.0
001225         PERFORM WRITE-ROLLUP-LINE.                               CCVSR1.0
001226     IF TODAY-OVERFLOW-COUNT GREATER THAN ZERO                    CCVSR1.0
001227         MOVE TODAY-OVERFLOW-COUNT TO TO-COUNT                    CCVSR1.0
001228         MOVE TODAY-OVERFLOW-LINE TO ROLLUP-REC                   CCVSR1.0
001229         PERFORM WRITE-ROLLUP-LINE.                               CCVSR1.0
001230 PRINT-ONE-TODAY.                                                 CCVSR1.0
001231     ADD TD-PASS-COUNT (TODAY-SUB)    TO GRAND-PASS-TOTAL.        CCVSR1.0
001232     ADD TD-ERROR-COUNT (TODAY-SUB)   TO GRAND-ERROR-TOTAL.       CCVSR1.0
001233     ADD TD-DELETE-COUNT (TODAY-SUB)  TO GRAND-DELETE-TOTAL.      CCVSR1.0
001234     ADD TD-INSPECT-COUNT (TODAY-SUB) TO GRAND-INSPECT-TOTAL.     CCVSR1.0
001235     ADD TD-ELAPSED-TIME (TODAY-SUB)  TO GRAND-ELAPSED-TOTAL.     CCVSR1.0
001236     MOVE SPACE TO ROLLUP-DETAIL-LINE.                            CCVSR1.0
001237     MOVE TD-PGM-ID (TODAY-SUB) TO RD-PGM-ID.                     CCVSR1.0
001238     MOVE TD-PASS-COUNT (TODAY-SUB) TO RD-PASS.                   CCVSR1.0
001239     MOVE TD-ERROR-COUNT (TODAY-SUB) TO RD-ERROR.                 CCVSR1.0
001240     MOVE TD-DELETE-COUNT (TODAY-SUB) TO RD-DELETE.               CCVSR1.0
001241     MOVE TD-INSPECT-COUNT (TODAY-SUB) TO RD-INSPECT.             CCVSR1.0
001242     MOVE TD-ELAPSED-TIME (TODAY-SUB) TO RD-ELAPSED.              CCVSR1.0
001243     MOVE ROLLUP-DETAIL-LINE TO ROLLUP-REC.                       CCVSR1.0
001244     PERFORM WRITE-ROLLUP-LINE.                                   CCVSR1.0
001245 PRINT-ROLLUP-HEADINGS.                                           CCVSR1.0
001246     MOVE ROLLUP-HEADING-1 TO ROLLUP-REC.                         CCVSR1.0
001247     PERFORM WRITE-ROLLUP-LINE.                                   CCVSR1.0
001248     MOVE ROLLUP-HEADING-2 TO ROLLUP-REC.                         CCVSR1.0
001249     PERFORM WRITE-ROLLUP-LINE.                                   CCVSR1.0
001250 PRINT-GRAND-TOTAL.                                               CCVSR1.0
001260     MOVE SPACE               TO ROLLUP-GRAND-TOTAL-LINE.         CCVSR1.0
001270     MOVE GRAND-PASS-TOTAL    TO RG-PASS.                         CCVSR1.0
001280     MOVE GRAND-ERROR-TOTAL   TO RG-ERROR.                        CCVSR1.0
001281     MOVE GRAND-DELETE-TOTAL  TO RG-DELETE.                       CCVSR1.0
001282     MOVE GRAND-INSPECT-TOTAL TO RG-INSPECT.                      CCVSR1.0
001283     MOVE GRAND-ELAPSED-TOTAL TO RG-ELAPSED.                      CCVSR1.0
001284     MOVE ROLLUP-GRAND-TOTAL-LINE TO ROLLUP-REC.                  CCVSR1.0
001285     PERFORM WRITE-ROLLUP-LINE.                                   CCVSR1.0
001286 LOAD-ROSTER-TABLE.                                               CCVSR1.0
001287     OPEN INPUT ROSTER-FILE.                                      CCVSR1.0
001288     PERFORM READ-ROSTER.                                         CCVSR1.0
001289     PERFORM POST-ROSTER THRU POST-ROSTER-EXIT                    CCVSR1.0
001290         UNTIL ROSTER-EOF.                                        CCVSR1.0
001291     CLOSE ROSTER-FILE.                                           CCVSR1.0
001292 READ-ROSTER.                                                     CCVSR1.0
001293     READ ROSTER-FILE                                             CCVSR1.0
001294         AT END SET ROSTER-EOF TO TRUE.                           CCVSR1.0
001295 POST-ROSTER.                                                     CCVSR1.0
001296     IF EP-PGM-ID EQUAL TO SPACE                                  CCVSR1.0
001297         GO TO POST-ROSTER-NEXT.                                  CCVSR1.0
001298     IF ROSTER-COUNT LESS THAN 50                                 CCVSR1.0
001299         ADD 1 TO ROSTER-COUNT                                    CCVSR1.0
001300         MOVE EP-PGM-ID TO RO-PGM-ID (ROSTER-COUNT)               CCVSR1.0
001301         MOVE EP-STREAM-ID TO RO-STREAM-ID (ROSTER-COUNT)         CCVSR1.0
001302         MOVE "N" TO RO-SEEN-SW (ROSTER-COUNT)                    CCVSR1.0
001303     ELSE                                                         CCVSR1.0
001304         ADD 1 TO ROSTER-BYPASS-COUNT.                            CCVSR1.0
001305 POST-ROSTER-NEXT.                                                CCVSR1.0
001306     PERFORM READ-ROSTER.                                         CCVSR1.0
001307 POST-ROSTER-EXIT. EXIT.                                          CCVSR1.0
001308 LOAD-OUTAGE-TABLE.                                               CCVSR1.0
001309     OPEN INPUT OUTAGE-CALENDAR-FILE.                             CCVSR1.0
001310     IF OUTAGE-CALENDAR-STATUS NOT EQUAL TO "00"                  CCVSR1.0
001311         GO TO LOAD-OUTAGE-TABLE-EXIT.                            CCVSR1.0
001312     PERFORM READ-OUTAGE.                                         CCVSR1.0
001313     PERFORM POST-OUTAGE THRU POST-OUTAGE-EXIT                    CCVSR1.0
001314         UNTIL OUTAGE-EOF.                                        CCVSR1.0
001315     CLOSE OUTAGE-CALENDAR-FILE.                                  CCVSR1.0
001316 LOAD-OUTAGE-TABLE-EXIT. EXIT.                                    CCVSR1.0
001317 READ-OUTAGE.                                                     CCVSR1.0
001318     READ OUTAGE-CALENDAR-FILE                                    CCVSR1.0
001319         AT END SET OUTAGE-EOF TO TRUE.                           CCVSR1.0
001320 POST-OUTAGE.                                                     CCVSR1.0
001321     IF OC-SKIP-DATE NOT NUMERIC                                  CCVSR1.0
001322         GO TO POST-OUTAGE-NEXT.                                  CCVSR1.0
001323     IF OUTAGE-COUNT LESS THAN 30                                 CCVSR1.0
001324         ADD 1 TO OUTAGE-COUNT                                    CCVSR1.0
001325         MOVE OC-SKIP-DATE TO OT-SKIP-DATE (OUTAGE-COUNT)         CCVSR1.0
001326         MOVE OC-STREAM-ID TO OT-STREAM-ID (OUTAGE-COUNT).        CCVSR1.0
001327 POST-OUTAGE-NEXT.                                                CCVSR1.0
001328     PERFORM READ-OUTAGE.                                         CCVSR1.0
001329 POST-OUTAGE-EXIT. EXIT.                                          CCVSR1.0
001330 CHECK-OUTAGE.                                                    CCVSR1.0
001331     MOVE "N" TO OUTAGE-HIT-SW.                                   CCVSR1.0
001332     PERFORM CHECK-OUTAGE-SCAN                                    CCVSR1.0
001333         VARYING OUTAGE-SUB FROM 1 BY 1                           CCVSR1.0
001334         UNTIL OUTAGE-SUB GREATER THAN OUTAGE-COUNT.              CCVSR1.0
001335 CHECK-OUTAGE-SCAN.                                               CCVSR1.0
001336     IF OT-SKIP-DATE (OUTAGE-SUB) EQUAL TO TODAYS-RUN-DATE        CCVSR1.0
001337         AND (OT-STREAM-ID (OUTAGE-SUB) EQUAL TO SPACE            CCVSR1.0
001338         OR OT-STREAM-ID (OUTAGE-SUB) EQUAL TO                    CCVSR1.0
001339            OUTAGE-TEST-STREAM)                                   CCVSR1.0
001343             SET OUTAGE-HIT TO TRUE.                              CCVSR1.0
001344 MARK-ROSTER-SEEN.                                                CCVSR1.0
001345     PERFORM ROSTER-SCAN-NULL                                     CCVSR1.0
001374     MOVE MISSING-TOTAL-LINE TO ROLLUP-REC.                       CCVSR1.0
001375     PERFORM WRITE-ROLLUP-LINE.                                   CCVSR1.0
001376     IF SCHEDULED-OUTAGE-COUNT GREATER THAN ZERO                  CCVSR1.0
001386         MOVE SCHEDULED-OUTAGE-COUNT TO OG-COUNT                  CCVSR1.0
001396         MOVE OUTAGE-TOTAL-LINE TO ROLLUP-REC                     CCVSR1.0
001406         PERFORM WRITE-ROLLUP-LINE.                               CCVSR1.0
001416     IF ROSTER-BYPASS-COUNT GREATER THAN ZERO                     CCVSR1.0
001426         MOVE ROSTER-BYPASS-COUNT TO RB-COUNT                     CCVSR1.0
001436         MOVE ROSTER-BYPASS-LINE TO ROLLUP-REC                    CCVSR1.0
001446         PERFORM WRITE-ROLLUP-LINE.                               CCVSR1.0
001456 NOTE-MISSING-PROGRAM.                                            CCVSR1.0
001466     IF RO-SEEN-SW (ROSTER-SUB) EQUAL TO "Y"                      CCVSR1.0
001476         GO TO NOTE-MISSING-PROGRAM-EXIT.                         CCVSR1.0
001486     MOVE RO-STREAM-ID (ROSTER-SUB) TO OUTAGE-TEST-STREAM.        CCVSR1.0
001496     PERFORM CHECK-OUTAGE.                                        CCVSR1.0
001506     IF OUTAGE-HIT                                                CCVSR1.0
001516         ADD 1 TO SCHEDULED-OUTAGE-COUNT                          CCVSR1.0
001526         MOVE RO-PGM-ID (ROSTER-SUB) TO OD-PGM-ID                 CCVSR1.0
001536         MOVE OUTAGE-DETAIL-LINE TO ROLLUP-REC                    CCVSR1.0
001546         PERFORM WRITE-ROLLUP-LINE                                CCVSR1.0
001556         GO TO NOTE-MISSING-PROGRAM-EXIT.                         CCVSR1.0
001566     ADD 1 TO MISSING-PGM-COUNT.                                  CCVSR1.0
001576     MOVE RO-PGM-ID (ROSTER-SUB) TO MD-PGM-ID.                    CCVSR1.0
001586     MOVE MISSING-DETAIL-LINE TO ROLLUP-REC.                      CCVSR1.0
001596     PERFORM WRITE-ROLLUP-LINE.                                   CCVSR1.0
001606 NOTE-MISSING-PROGRAM-EXIT. EXIT.                                 CCVSR1.0
001616 CHECK-STREAM-DELIVERY.                                           CCVSR1.0
001626     IF RO-STREAM-ID (ROSTER-SUB) EQUAL TO SPACE                  CCVSR1.0
001636         GO TO CHECK-STREAM-DELIVERY-EXIT.                        CCVSR1.0
001646     PERFORM STREAM-DUP-SCAN                                      CCVSR1.0
001656         THRU STREAM-DUP-SCAN-EXIT.                               CCVSR1.0
001666 CHECK-STREAM-DELIVERY-EXIT. EXIT.                                CCVSR1.0
001676 STREAM-DUP-SCAN.                                                 CCVSR1.0
001686     PERFORM ROSTER-SCAN-NULL                                     CCVSR1.0
001696         VARYING STREAM-DUP-SUB FROM 1 BY 1                       CCVSR1.0
001706         UNTIL STREAM-DUP-SUB NOT LESS THAN ROSTER-SUB            CCVSR1.0
001716         OR RO-STREAM-ID (STREAM-DUP-SUB) EQUAL TO                CCVSR1.0
001726            RO-STREAM-ID (ROSTER-SUB).                            CCVSR1.0
001736     IF STREAM-DUP-SUB LESS THAN ROSTER-SUB                       CCVSR1.0
001746         GO TO STREAM-DUP-SCAN-EXIT.                              CCVSR1.0
001756     PERFORM ROSTER-SCAN-NULL                                     CCVSR1.0
001766         VARYING STREAM-DUP-SUB FROM 1 BY 1                       CCVSR1.0
001776         UNTIL STREAM-DUP-SUB GREATER THAN STREAM-SEEN-COUNT      CCVSR1.0
001786         OR SS-STREAM-ID (STREAM-DUP-SUB) EQUAL TO                CCVSR1.0
001796            RO-STREAM-ID (ROSTER-SUB).                            CCVSR1.0
001806     MOVE RO-STREAM-ID (ROSTER-SUB) TO OUTAGE-TEST-STREAM.        CCVSR1.0
001816     PERFORM CHECK-OUTAGE.                                        CCVSR1.0
001826     IF STREAM-DUP-SUB GREATER THAN STREAM-SEEN-COUNT             CCVSR1.0
001836         AND OUTAGE-HIT                                           CCVSR1.0
001846         MOVE RO-STREAM-ID (ROSTER-SUB) TO OS-STREAM-ID           CCVSR1.0
001856         MOVE OUTAGE-STREAM-LINE TO ROLLUP-REC                    CCVSR1.0
001866         PERFORM WRITE-ROLLUP-LINE                                CCVSR1.0
001876         GO TO STREAM-DUP-SCAN-EXIT.                              CCVSR1.0
001886     IF STREAM-DUP-SUB GREATER THAN STREAM-SEEN-COUNT             CCVSR1.0
001896         ADD 1 TO STREAM-MISSING-COUNT                            CCVSR1.0
001906         MOVE RO-STREAM-ID (ROSTER-SUB) TO MS-STREAM-ID           CCVSR1.0
001916         MOVE MISSING-STREAM-LINE TO ROLLUP-REC                   CCVSR1.0
001926         PERFORM WRITE-ROLLUP-LINE.                               CCVSR1.0
001936 STREAM-DUP-SCAN-EXIT. EXIT.                                      CCVSR1.0
001946 PRINT-QUARANTINE-SECTION.                                        CCVSR1.0
001956     MOVE QUARANTINE-HEADING-LINE TO ROLLUP-REC.                  CCVSR1.0
001966     PERFORM WRITE-ROLLUP-LINE.                                   CCVSR1.0
001976     PERFORM PRINT-ONE-QUARANTINED                                CCVSR1.0
001986         VARYING TODAY-SUB FROM 1 BY 1                            CCVSR1.0
001996         UNTIL TODAY-SUB GREATER THAN TODAY-COUNT.                CCVSR1.0
002006     MOVE GRAND-QUARANTINE-TOTAL TO QT-COUNT.                     CCVSR1.0
002016     MOVE QUARANTINE-TOTAL-LINE TO ROLLUP-REC.                    CCVSR1.0
002026     PERFORM WRITE-ROLLUP-LINE.                                   CCVSR1.0
002036     OPEN INPUT QUARANTINE-FILE.                                  CCVSR1.0
002046     IF QUARANTINE-STATUS NOT EQUAL TO "00"                       CCVSR1.0
002056         MOVE REGISTER-ABSENT-LINE TO ROLLUP-REC                  CCVSR1.0
002066         PERFORM WRITE-ROLLUP-LINE                                CCVSR1.0
002076         GO TO PRINT-QUARANTINE-SECTION-EXIT.                     CCVSR1.0
002086     MOVE REGISTER-HEADING-LINE TO ROLLUP-REC.                    CCVSR1.0
002096     PERFORM WRITE-ROLLUP-LINE.                                   CCVSR1.0
002106     PERFORM READ-QUARANTINE.                                     CCVSR1.0
002116     PERFORM PRINT-REGISTER-ENTRY THRU PRINT-REGISTER-ENTRY-EXIT  CCVSR1.0
002126         UNTIL QUARANTINE-EOF.                                    CCVSR1.0
002136     CLOSE QUARANTINE-FILE.                                       CCVSR1.0
002146     MOVE QUARANTINE-ENTRY-TOTAL TO RT-ENTRY-COUNT.               CCVSR1.0
002156     MOVE QUARANTINE-EXPIRED-TOTAL TO RT-EXPIRED-COUNT.           CCVSR1.0
002166     MOVE REGISTER-TOTAL-LINE TO ROLLUP-REC.                      CCVSR1.0
002176     PERFORM WRITE-ROLLUP-LINE.                                   CCVSR1.0
002186 PRINT-QUARANTINE-SECTION-EXIT. EXIT.                             CCVSR1.0
002196 PRINT-ONE-QUARANTINED.                                           CCVSR1.0
002206     IF TD-QUARANTINE-COUNT (TODAY-SUB) NOT NUMERIC               CCVSR1.0
002216         MOVE ZERO TO TD-QUARANTINE-COUNT (TODAY-SUB).            CCVSR1.0
002226     IF TD-QUARANTINE-COUNT (TODAY-SUB) GREATER THAN ZERO         CCVSR1.0
002236         ADD TD-QUARANTINE-COUNT (TODAY-SUB)                      CCVSR1.0
002246             TO GRAND-QUARANTINE-TOTAL                            CCVSR1.0
002256         MOVE TD-PGM-ID (TODAY-SUB) TO QD-PGM-ID                  CCVSR1.0
002266         MOVE TD-QUARANTINE-COUNT (TODAY-SUB) TO QD-COUNT         CCVSR1.0
002276         MOVE QUARANTINE-DETAIL-LINE TO ROLLUP-REC                CCVSR1.0
002286         PERFORM WRITE-ROLLUP-LINE.                               CCVSR1.0
002296 READ-QUARANTINE.                                                 CCVSR1.0
002306     READ QUARANTINE-FILE                                         CCVSR1.0
002316         AT END SET QUARANTINE-EOF TO TRUE.                       CCVSR1.0
002326 PRINT-REGISTER-ENTRY.                                            CCVSR1.0
002336     IF QR-TEST-ID EQUAL TO SPACE                                 CCVSR1.0
002346         GO TO PRINT-REGISTER-NEXT.                               CCVSR1.0
002356     ADD 1 TO QUARANTINE-ENTRY-TOTAL.                             CCVSR1.0
002366     MOVE SPACE TO REGISTER-DETAIL-LINE.                          CCVSR1.0
002376     MOVE QR-TEST-ID TO RR-TEST-ID.                               CCVSR1.0
002386     MOVE QR-PAR-NAME TO RR-PAR-NAME.                             CCVSR1.0
002396     MOVE QR-TICKET-REF TO RR-TICKET-REF.                         CCVSR1.0
002406     MOVE QR-ANALYST TO RR-ANALYST.                               CCVSR1.0
002416     MOVE QR-EXPIRY-DATE TO RR-EXPIRY-DATE.                       CCVSR1.0
002426     IF QR-EXPIRY-DATE NOT NUMERIC                                CCVSR1.0
002436         OR QR-EXPIRY-DATE LESS THAN TODAYS-RUN-DATE              CCVSR1.0
002446             ADD 1 TO QUARANTINE-EXPIRED-TOTAL                    CCVSR1.0
002456             MOVE "EXPIRED" TO RR-EXPIRED-NOTE.                   CCVSR1.0
002466     MOVE REGISTER-DETAIL-LINE TO ROLLUP-REC.                     CCVSR1.0
002476     PERFORM WRITE-ROLLUP-LINE.                                   CCVSR1.0
002486 PRINT-REGISTER-NEXT.                                             CCVSR1.0
002496     PERFORM READ-QUARANTINE.                                     CCVSR1.0
002506 PRINT-REGISTER-ENTRY-EXIT. EXIT.                                 CCVSR1.0
002516 CHECK-ALERT-FILE.                                                CCVSR1.0
002526     OPEN INPUT ALERT-FILE.                                       CCVSR1.0
002536     IF ALERT-FILE-STATUS NOT EQUAL TO "00"                       CCVSR1.0
002546         GO TO CHECK-ALERT-FILE-EXIT.                             CCVSR1.0
002556     PERFORM CHECK-ALERT-RECORD                                   CCVSR1.0
002566         UNTIL ALERT-PRESENT OR ALERT-EOF.                        CCVSR1.0
002576     CLOSE ALERT-FILE.                                            CCVSR1.0
002586 CHECK-ALERT-FILE-EXIT. EXIT.                                     CCVSR1.0
002596 CHECK-ALERT-RECORD.                                              CCVSR1.0
002606     READ ALERT-FILE                                              CCVSR1.0
002616         AT END SET ALERT-EOF TO TRUE.                            CCVSR1.0
002626     IF NOT ALERT-EOF AND NOT PERFORMANCE-ALERT                   CCVSR1.0
002636         SET ALERT-PRESENT TO TRUE.                               CCVSR1.0
002646 SET-SUITE-RETURN-CODE.                                           CCVSR1.0
002656     IF ALERT-PRESENT                                             CCVSR1.0
002666         OR MISSING-PGM-COUNT GREATER THAN ZERO                   CCVSR1.0
002676         OR STREAM-MISSING-COUNT GREATER THAN ZERO                CCVSR1.0
002686         OR ROSTER-BYPASS-COUNT GREATER THAN ZERO                 CCVSR1.0
002696         OR TODAY-OVERFLOW-COUNT GREATER THAN ZERO                CCVSR1.0
002706             MOVE 16 TO SUITE-RETURN-CODE                         CCVSR1.0
002716             MOVE "ALERT RAISED OR PROGRAM/STREAM MISSING"        CCVSR1.0
002726                 TO LEDGER-REASON                                 CCVSR1.0
002736     ELSE IF GRAND-ERROR-TOTAL GREATER THAN ZERO                  CCVSR1.0
002746         MOVE 8 TO SUITE-RETURN-CODE                              CCVSR1.0
002756         MOVE "TEST FAILURES IN TONIGHT'S ROLLUP"                 CCVSR1.0
002766             TO LEDGER-REASON                                     CCVSR1.0
002776     ELSE IF GRAND-DELETE-TOTAL GREATER THAN ZERO                 CCVSR1.0
002786         OR GRAND-INSPECT-TOTAL GREATER THAN ZERO                 CCVSR1.0
002796             MOVE 4 TO SUITE-RETURN-CODE                          CCVSR1.0
002806             MOVE "DELETIONS OR INSPECTIONS IN THE ROLLUP"        CCVSR1.0
002816                 TO LEDGER-REASON                                 CCVSR1.0
002826     ELSE                                                         CCVSR1.0
002836         MOVE ZERO TO SUITE-RETURN-CODE.                          CCVSR1.0
002846     MOVE SUITE-RETURN-CODE TO RC-VALUE.                          CCVSR1.0
002856     MOVE RETURN-CODE-LINE TO ROLLUP-REC.                         CCVSR1.0
002866     PERFORM WRITE-ROLLUP-LINE.                                   CCVSR1.0
002876 WRITE-ROLLUP-LINE.                                               CCVSR1.0
002886     WRITE ROLLUP-REC AFTER ADVANCING 1 LINES.                    CCVSR1.0
002896*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVSR1.0
002906*    THE RUN DATE IS THE DAY THE NIGHTLY JOB TOOK THE SUITE LOCK, CCVSR1.0
002916*    SO A STEP ENDING AFTER MIDNIGHT STILL FILES UNDER ITS NIGHT. CCVSR1.0
002926 WRITE-RUN-LEDGER.                                                CCVSR1.0
002936     MOVE SPACE TO RUN-LEDGER-REC.                                CCVSR1.0
002946     MOVE LEDGER-START-DATE TO LG-RUN-DATE.                       CCVSR1.0
002956     OPEN INPUT RUN-STATE-FILE.                                   CCVSR1.0
002966     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVSR1.0
002976         PERFORM READ-LEDGER-RUN-STATE                            CCVSR1.0
002986         CLOSE RUN-STATE-FILE.                                    CCVSR1.0
002996     MOVE SPACE TO LG-STREAM-ID.                                  CCVSR1.0
003006     MOVE "CCVSRPT" TO LG-PGM-ID.                                 CCVSR1.0
003016     MOVE LEDGER-START-DATE TO LG-START-DATE.                     CCVSR1.0
003026     MOVE LEDGER-START-TIME TO LG-START-TIME.                     CCVSR1.0
003036     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVSR1.0
003046     ACCEPT LG-END-TIME FROM TIME.                                CCVSR1.0
003056     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVSR1.0
003066     MOVE LEDGER-REASON TO LG-REASON.                             CCVSR1.0
003076     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVSR1.0
003086     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVSR1.0
003096         WRITE RUN-LEDGER-REC                                     CCVSR1.0
003106         CLOSE RUN-LEDGER-FILE.                                   CCVSR1.0
003116 READ-LEDGER-RUN-STATE.                                           CCVSR1.0
003126     READ RUN-STATE-FILE                                          CCVSR1.0
003136         AT END MOVE SPACE TO RN-HOLDER.                          CCVSR1.0
003146     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVSR1.0
003156         MOVE RN-SINCE-DATE TO LG-RUN-DATE.                       CCVSR1.0
