000100 IDENTIFICATION DIVISION.                                         CCVS21.0
000110 PROGRAM-ID. CCVSRLD.                                             CCVS21.0
000120*    RESTORES SUITE STATE FILES FROM A CCVS.STATE.BACKUP          CCVS21.0
000130*    GENERATION WRITTEN BY CCVSUNL, TO BRING THE SUITE BACK TO A  CCVS21.0
000140*    NAMED NIGHT AFTER A LOSS.  CONTROL CARDS:                    CCVS21.0
000150*        FILE=NAME      RESTORE ONE FILE (INSPDISP, TICKETNO,     CCVS21.0
000160*                       ALERTHST, REPCATLG, RESETQUE, ROSTER,     CCVS21.0
000166*                       ROUTING, CHKPT OR QUARANTN).  MAY BE      CCVS21.0
000172*                       REPEATED.                                 CCVS21.0
000180*        FILE=ALL       RESTORE EVERY FILE IN THE BACKUP.         CCVS21.0
000190*        NIGHT=YYYYMMDD OPTIONAL.  THE BACKUP'S HEADER MUST BE FORCCVS21.0
000200*                       THIS NIGHT OR NOTHING IS RESTORED.        CCVS21.0
000207*    THE WHOLE BACKUP IS READ ONCE BEFORE ANYTHING IS TOUCHED:    CCVS21.0
000214*    EVERY SECTION IS COUNTED AND HASHED AND CHECKED AGAINST ITS  CCVS21.0
000221*    SECTION TRAILER, AND THE SECTIONS AND RECORDS AGAINST THE    CCVS21.0
000228*    BACKUP TRAILER.  IF ANY CHECK FAILS NOTHING IS RESTORED AND  CCVS21.0
000235*    THE STEP ENDS RETURN CODE 16.  ONLY THEN IS THE BACKUP READ  CCVS21.0
000242*    AGAIN AND EACH CHOSEN FILE REWRITTEN FROM ITS SECTION, READ  CCVS21.0
000249*    BACK, AND THE RECORD COUNT AND HASH TOTAL OF THE BACKUP, OF  CCVS21.0
000256*    THE RECORDS WRITTEN AND OF THE RECORDS READ BACK ARE ALL     CCVS21.0
000263*    REPORTED AGAINST THOSE THE UNLOAD RECORDED.  A FILE THAT WAS CCVS21.0
000270*    NOT PRESENT AT UNLOAD IS LEFT AS IT IS.  A RESTORED ROSTER ORCCVS21.0
000277*    ROUTING FILE NO LONGER MATCHES ITS SEAL IN CCVS.ROSTER.SEAL; CCVS21.0
000284*    THE REPORT SAYS RESEAL REQUIRED AND THE STEP ENDS RETURN CODECCVS21.0
000291*    4, AND CCVSROS MUST BE RUN WITH XXXXX164 DD DUMMY TO WRITE A CCVS21.0
000298*    NEW SEAL BEFORE THE NEXT NIGHTLY RUN.                        CCVS21.0
000305*    THE STEP ENDS RETURN CODE 8 ON ANY DIFFERENCE, 16 WHEN THE   CCVS21.0
000312*    CARDS ARE IN ERROR, THE BACKUP HAS NO HEADER, IS FOR ANOTHER CCVS21.0
000319*    NIGHT OR FAILS ITS CHECKS (NOTHING IS RESTORED), AND 20 WHEN CCVS21.0
000326*    THE NIGHTLY OR WEEKLY JOB HOLDS THE SUITE LOCK OR THE LOCK   CCVS21.0
000333*    FILE CANNOT BE READ (NOTHING IS OPENED BUT THE REPORT).      CCVS21.0
000340 ENVIRONMENT DIVISION.                                            CCVS21.0
000350 INPUT-OUTPUT SECTION.                                            CCVS21.0
000360 FILE-CONTROL.                                                    CCVS21.0
000370     SELECT INSPECT-DISPOSITION-FILE ASSIGN TO                    CCVS21.0
000380     XXXXX066                                                     CCVS21.0
000390     ORGANIZATION INDEXED ACCESS MODE DYNAMIC                     CCVS21.0
000400     RECORD KEY IS ID-KEY                                         CCVS21.0
000410     FILE STATUS IS TARGET-FILE-STATUS.                           CCVS21.0
000420     SELECT TICKET-XREF-FILE ASSIGN TO                            CCVS21.0
000430     XXXXX107                                                     CCVS21.0
000440     FILE STATUS IS TARGET-FILE-STATUS.                           CCVS21.0
000450     SELECT ALERT-HISTORY-FILE ASSIGN TO                          CCVS21.0
000460     XXXXX070                                                     CCVS21.0
000470     FILE STATUS IS TARGET-FILE-STATUS.                           CCVS21.0
000480     SELECT REPORT-CATALOG-FILE ASSIGN TO                         CCVS21.0
000490     XXXXX115                                                     CCVS21.0
000500     FILE STATUS IS TARGET-FILE-STATUS.                           CCVS21.0
000510     SELECT RESET-QUEUE-FILE ASSIGN TO                            CCVS21.0
000520     XXXXX110                                                     CCVS21.0
000530     FILE STATUS IS TARGET-FILE-STATUS.                           CCVS21.0
000540     SELECT ROSTER-FILE ASSIGN TO                                 CCVS21.0
000550     XXXXX084                                                     CCVS21.0
000560     FILE STATUS IS TARGET-FILE-STATUS.                           CCVS21.0
000570     SELECT ROUTING-TABLE-FILE ASSIGN TO                          CCVS21.0
000580     XXXXX069                                                     CCVS21.0
000590     FILE STATUS IS TARGET-FILE-STATUS.                           CCVS21.0
000600     SELECT CHECKPOINT-FILE ASSIGN TO                             CCVS21.0
000610     XXXXX062                                                     CCVS21.0
000620     ORGANIZATION INDEXED ACCESS MODE DYNAMIC                     CCVS21.0
000630     RECORD KEY IS CP-TEST-ID                                     CCVS21.0
000640     FILE STATUS IS TARGET-FILE-STATUS.                           CCVS21.0
000642     SELECT QUARANTINE-FILE ASSIGN TO                             CCVS21.0
000644     XXXXX120                                                     CCVS21.0
000646     FILE STATUS IS TARGET-FILE-STATUS.                           CCVS21.0
000650     SELECT STATE-BACKUP-FILE ASSIGN TO                           CCVS21.0
000660     XXXXX140                                                     CCVS21.0
000670     FILE STATUS IS BACKUP-FILE-STATUS.                           CCVS21.0
000680     SELECT CONTROL-CARD-FILE ASSIGN TO                           CCVS21.0
000690     XXXXX142.                                                    CCVS21.0
000700     SELECT RESTORE-REPORT-FILE ASSIGN TO                         CCVS21.0
000710     XXXXX143.                                                    CCVS21.0
000720     SELECT RUN-STATE-FILE ASSIGN TO                              CCVS21.0
000730     XXXXX129                                                     CCVS21.0
000740     FILE STATUS IS RUN-STATE-STATUS.                             CCVS21.0
000750 DATA DIVISION.                                                   CCVS21.0
000760 FILE SECTION.                                                    CCVS21.0
000770 FD  INSPECT-DISPOSITION-FILE.                                    CCVS21.0
000780 01  INSPECT-DISPOSITION-REC.                                     CCVS21.0
000790     02 ID-KEY                PIC X(31).                          CCVS21.0
000800     02 FILLER                PIC X(89).                          CCVS21.0
000810 FD  TICKET-XREF-FILE.                                            CCVS21.0
000820 01  TICKET-XREF-REC                    PIC X(60).                CCVS21.0
000830 FD  ALERT-HISTORY-FILE.                                          CCVS21.0
000840 01  ALERT-HISTORY-REC                  PIC X(120).               CCVS21.0
000850 FD  REPORT-CATALOG-FILE.                                         CCVS21.0
000860 01  REPORT-CATALOG-REC                 PIC X(80).                CCVS21.0
000870 FD  RESET-QUEUE-FILE.                                            CCVS21.0
000880 01  RESET-QUEUE-REC                    PIC X(100).               CCVS21.0
000890 FD  ROSTER-FILE.                                                 CCVS21.0
000900 01  ROSTER-REC                         PIC X(80).                CCVS21.0
000910 FD  ROUTING-TABLE-FILE.                                          CCVS21.0
000920 01  ROUTING-TABLE-REC                  PIC X(80).                CCVS21.0
000930 FD  CHECKPOINT-FILE.                                             CCVS21.0
000940 01  CHECKPOINT-REC.                                              CCVS21.0
000950     02 CP-TEST-ID            PIC X(9).                           CCVS21.0
000960     02 FILLER                PIC X(111).                         CCVS21.0
000963 FD  QUARANTINE-FILE.                                             CCVS21.0
000966 01  QUARANTINE-REC                     PIC X(120).               CCVS21.0
000970 FD  STATE-BACKUP-FILE.                                           CCVS21.0
000980 01  STATE-BACKUP-REC.                                            CCVS21.0
000990     02 BK-REC-TYPE           PIC XX.                             CCVS21.0
001000         88 BK-HEADER         VALUE "HD".                         CCVS21.0
001010         88 BK-SECTION-HEAD   VALUE "SH".                         CCVS21.0
001020         88 BK-DATA-RECORD    VALUE "DR".                         CCVS21.0
001030         88 BK-SECTION-TRAIL  VALUE "ST".                         CCVS21.0
001040         88 BK-TRAILER        VALUE "TR".                         CCVS21.0
001050     02 FILLER                PIC X.                              CCVS21.0
001060     02 BK-FILE-NAME          PIC X(8).                           CCVS21.0
001070     02 FILLER                PIC X.                              CCVS21.0
001080     02 BK-DATA               PIC X(120).                         CCVS21.0
001090     02 FILLER                PIC X(8).                           CCVS21.0
001100 01  BACKUP-HEADER-FIELDS.                                        CCVS21.0
001110     02 FILLER                PIC X(12).                          CCVS21.0
001120     02 BH-NIGHT              PIC 9(8).                           CCVS21.0
001130     02 FILLER                PIC X.                              CCVS21.0
001140     02 BH-UNLOAD-DATE        PIC 9(8).                           CCVS21.0
001150     02 FILLER                PIC X.                              CCVS21.0
001160     02 BH-UNLOAD-TIME        PIC 9(8).                           CCVS21.0
001170     02 FILLER                PIC X.                              CCVS21.0
001180     02 BH-SECTION-COUNT      PIC 99.                             CCVS21.0
001190     02 FILLER                PIC X.                              CCVS21.0
001200     02 BH-TOTAL-RECORDS      PIC 9(9).                           CCVS21.0
001210     02 FILLER                PIC X(89).                          CCVS21.0
001220 01  BACKUP-SECTION-FIELDS.                                       CCVS21.0
001230     02 FILLER                PIC X(12).                          CCVS21.0
001240     02 BS-DSN                PIC X(44).                          CCVS21.0
001250     02 FILLER                PIC X.                              CCVS21.0
001260     02 BS-RECORD-LENGTH      PIC 999.                            CCVS21.0
001270     02 FILLER                PIC X.                              CCVS21.0
001280     02 BS-ORGANIZATION       PIC X(10).                          CCVS21.0
001290     02 FILLER                PIC X.                              CCVS21.0
001300     02 BS-PRESENT-SW         PIC X.                              CCVS21.0
001310     02 FILLER                PIC X.                              CCVS21.0
001320     02 BS-RECORD-COUNT       PIC 9(9).                           CCVS21.0
001330     02 FILLER                PIC X.                              CCVS21.0
001340     02 BS-HASH-TOTAL         PIC 9(15).                          CCVS21.0
001350     02 FILLER                PIC X(41).                          CCVS21.0
001360 FD  CONTROL-CARD-FILE.                                           CCVS21.0
001370 01  CONTROL-CARD.                                                CCVS21.0
001380     02 CC-FILE-KEY           PIC X(5).                           CCVS21.0
001390     02 CC-FILE-NAME          PIC X(8).                           CCVS21.0
001400     02 FILLER                PIC X(67).                          CCVS21.0
001410 01  NIGHT-CONTROL-CARD.                                          CCVS21.0
001420     02 CC-NIGHT-KEY          PIC X(6).                           CCVS21.0
001430     02 CC-NIGHT              PIC 9(8).                           CCVS21.0
001440     02 FILLER                PIC X(66).                          CCVS21.0
001450 FD  RESTORE-REPORT-FILE.                                         CCVS21.0
001460 01  RESTORE-REPORT-REC                 PIC X(120).               CCVS21.0
001470 FD  RUN-STATE-FILE.                                              CCVS21.0
001480 01  RUN-STATE-REC.                                               CCVS21.0
001490     02 RN-HOLDER             PIC X(8).                           CCVS21.0
001500         88 RN-NOT-HELD       VALUE "NONE    " SPACE.             CCVS21.0
001510         88 RN-BATCH-HELD     VALUE "NIGHTLY " "WEEKLY  ".        CCVS21.0
001520     02 FILLER                PIC X.                              CCVS21.0
001530     02 RN-SINCE-DATE         PIC 9(8).                           CCVS21.0
001540     02 FILLER                PIC X.                              CCVS21.0
001550     02 RN-SINCE-TIME         PIC 9(8).                           CCVS21.0
001560     02 FILLER                PIC X(54).                          CCVS21.0
001570 WORKING-STORAGE SECTION.                                         CCVS21.0
001580 01  TARGET-FILE-STATUS                 PIC XX     VALUE SPACE.   CCVS21.0
001590 01  BACKUP-FILE-STATUS                 PIC XX     VALUE SPACE.   CCVS21.0
001600 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVS21.0
001610 01  CONTROL-EOF-SW                     PIC X      VALUE "N".     CCVS21.0
001620     88 CONTROL-EOF                                VALUE "Y".     CCVS21.0
001630 01  BACKUP-EOF-SW                      PIC X      VALUE "N".     CCVS21.0
001640     88 BACKUP-EOF                                 VALUE "Y".     CCVS21.0
001650 01  TARGET-EOF-SW                      PIC X      VALUE "N".     CCVS21.0
001660     88 TARGET-EOF                                 VALUE "Y".     CCVS21.0
001670 01  TRAILER-SEEN-SW                    PIC X      VALUE "N".     CCVS21.0
001680     88 TRAILER-SEEN                               VALUE "Y".     CCVS21.0
001690 01  RESTORING-SW                       PIC X      VALUE "N".     CCVS21.0
001700     88 RESTORING                                  VALUE "Y".     CCVS21.0
001710 01  SUITE-LOCKED-SW                    PIC X      VALUE "N".     CCVS21.0
001720     88 SUITE-LOCKED                               VALUE "Y".     CCVS21.0
001722 01  SECTION-OPEN-SW                    PIC X      VALUE "N".     CCVS21.0
001724     88 SECTION-OPEN                               VALUE "Y".     CCVS21.0
001726 01  RESEAL-NEEDED-SW                   PIC X      VALUE "N".     CCVS21.0
001728     88 RESEAL-NEEDED                              VALUE "Y".     CCVS21.0
001730 01  REQUESTED-NIGHT                    PIC 9(8)   VALUE ZERO.    CCVS21.0
001740 01  CARD-ERROR-COUNT                   PIC 9(4)   VALUE ZERO.    CCVS21.0
001750 01  SELECTED-COUNT                     PIC 9(4)   VALUE ZERO.    CCVS21.0
001760 01  KNOWN-FILE-NAMES.                                            CCVS21.0
001770     02 FILLER                PIC X(8)   VALUE "INSPDISP".        CCVS21.0
001780     02 FILLER                PIC X(8)   VALUE "TICKETNO".        CCVS21.0
001790     02 FILLER                PIC X(8)   VALUE "ALERTHST".        CCVS21.0
001800     02 FILLER                PIC X(8)   VALUE "REPCATLG".        CCVS21.0
001810     02 FILLER                PIC X(8)   VALUE "RESETQUE".        CCVS21.0
001820     02 FILLER                PIC X(8)   VALUE "ROSTER".          CCVS21.0
001830     02 FILLER                PIC X(8)   VALUE "ROUTING".         CCVS21.0
001840     02 FILLER                PIC X(8)   VALUE "CHKPT".           CCVS21.0
001845     02 FILLER                PIC X(8)   VALUE "QUARANTN".        CCVS21.0
001850 01  KNOWN-FILE-TABLE REDEFINES KNOWN-FILE-NAMES.                 CCVS21.0
001860     02 KF-NAME               PIC X(8)   OCCURS 9 TIMES.          CCVS21.0
001870 01  SELECTED-FILE-TABLE.                                         CCVS21.0
001880     02 SF-ENTRY                         OCCURS 9 TIMES.          CCVS21.0
001890         03 SF-SELECTED-SW    PIC X.                              CCVS21.0
001900         03 SF-IN-BACKUP-SW   PIC X.                              CCVS21.0
001910 01  KF-SUB                             PIC S9(4) COMP VALUE 0.   CCVS21.0
001920 01  SECTION-NAME                       PIC X(8)   VALUE SPACE.   CCVS21.0
001930 01  SECTION-DSN                        PIC X(44)  VALUE SPACE.   CCVS21.0
001940 01  SECTION-RECORD-LENGTH              PIC 999    VALUE ZERO.    CCVS21.0
001950 01  SECTION-NOTE                       PIC X(40)  VALUE SPACE.   CCVS21.0
001960 01  BACKUP-RECORD-COUNT                PIC 9(9)   VALUE ZERO.    CCVS21.0
001970 01  BACKUP-HASH-TOTAL                  PIC 9(15)  VALUE ZERO.    CCVS21.0
001980 01  RESTORED-RECORD-COUNT              PIC 9(9)   VALUE ZERO.    CCVS21.0
001990 01  RESTORED-HASH-TOTAL                PIC 9(15)  VALUE ZERO.    CCVS21.0
002000 01  REREAD-RECORD-COUNT                PIC 9(9)   VALUE ZERO.    CCVS21.0
002010 01  REREAD-HASH-TOTAL                  PIC 9(15)  VALUE ZERO.    CCVS21.0
002020 01  SECTIONS-SEEN-COUNT                PIC 99     VALUE ZERO.    CCVS21.0
002030 01  DATA-RECORDS-SEEN                  PIC 9(9)   VALUE ZERO.    CCVS21.0
002040 01  TRAILER-SECTION-COUNT              PIC 99     VALUE ZERO.    CCVS21.0
002050 01  TRAILER-RECORD-COUNT               PIC 9(9)   VALUE ZERO.    CCVS21.0
002060 01  FILES-RESTORED-COUNT               PIC 9(4)   VALUE ZERO.    CCVS21.0
002070 01  RECORDS-RESTORED-COUNT             PIC 9(9)   VALUE ZERO.    CCVS21.0
002080 01  DIFFERENCE-COUNT                   PIC 9(4)   VALUE ZERO.    CCVS21.0
002082 01  STRAY-RECORD-COUNT                 PIC 9(9)   VALUE ZERO.    CCVS21.0
002084 01  EXPECTED-RECORD-COUNT              PIC 9(9)   VALUE ZERO.    CCVS21.0
002086 01  EXPECTED-HASH-TOTAL                PIC 9(15)  VALUE ZERO.    CCVS21.0
002090 01  HASH-RECORD-AREA.                                            CCVS21.0
002100     02 HASH-BYTE             PIC X      OCCURS 120 TIMES.        CCVS21.0
002110 01  BYTE-VALUE-WORK.                                             CCVS21.0
002120     02 BV-NUMBER             PIC 9(4)   COMP.                    CCVS21.0
002130 01  BYTE-VALUE-CHARS REDEFINES BYTE-VALUE-WORK.                  CCVS21.0
002140     02 BV-HIGH               PIC X.                              CCVS21.0
002150     02 BV-LOW                PIC X.                              CCVS21.0
002160 01  BYTE-HASH                          PIC 9(7)   VALUE ZERO.    CCVS21.0
002170 01  RECORD-HASH                        PIC 9(9)   VALUE ZERO.    CCVS21.0
002180 01  HASH-SUB                           PIC S9(4) COMP VALUE 0.   CCVS21.0
002190 01  RESTORE-HEADING-1.                                           CCVS21.0
002200     02 FILLER PIC X(20) VALUE SPACE.                             CCVS21.0
002210     02 FILLER PIC X(40)                                          CCVS21.0
002220         VALUE "CCVS STATE-FILE RESTORE FROM BACKUP".             CCVS21.0
002230     02 FILLER PIC X(60) VALUE SPACE.                             CCVS21.0
002240 01  BACKUP-HEADER-LINE.                                          CCVS21.0
002250     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS21.0
002260     02 FILLER PIC X(20) VALUE "BACKUP IS FOR NIGHT ".            CCVS21.0
002270     02 BL-NIGHT           PIC 9(8).                              CCVS21.0
002280     02 FILLER PIC X(12) VALUE " - UNLOADED ".                    CCVS21.0
002290     02 BL-UNLOAD-DATE     PIC 9(8).                              CCVS21.0
002300     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS21.0
002310     02 BL-UNLOAD-TIME     PIC 9(8).                              CCVS21.0
002320     02 FILLER PIC X(62) VALUE SPACE.                             CCVS21.0
002330 01  SECTION-RESULT-LINE.                                         CCVS21.0
002340     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS21.0
002350     02 SR-NAME            PIC X(8).                              CCVS21.0
002360     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS21.0
002370     02 SR-DSN             PIC X(44).                             CCVS21.0
002380     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS21.0
002390     02 SR-NOTE            PIC X(40).                             CCVS21.0
002400     02 FILLER PIC X(23) VALUE SPACE.                             CCVS21.0
002410 01  SECTION-COUNT-LINE.                                          CCVS21.0
002420     02 FILLER PIC X(10) VALUE SPACE.                             CCVS21.0
002430     02 SC-DESC            PIC X(12).                             CCVS21.0
002440     02 FILLER PIC X(9)  VALUE "UNLOADED ".                       CCVS21.0
002450     02 SC-EXPECTED        PIC Z(14)9.                            CCVS21.0
002460     02 FILLER PIC X(9)  VALUE "  BACKUP ".                       CCVS21.0
002470     02 SC-BACKUP          PIC Z(14)9.                            CCVS21.0
002480     02 FILLER PIC X(10) VALUE "  WRITTEN ".                      CCVS21.0
002490     02 SC-RESTORED        PIC Z(14)9.                            CCVS21.0
002500     02 FILLER PIC X(10) VALUE "  RE-READ ".                      CCVS21.0
002510     02 SC-REREAD          PIC Z(14)9.                            CCVS21.0
002520 01  CARD-ERROR-LINE.                                             CCVS21.0
002530     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS21.0
002540     02 FILLER PIC X(20) VALUE "CONTROL CARD ERROR: ".            CCVS21.0
002550     02 CE-CARD            PIC X(80).                             CCVS21.0
002560     02 FILLER PIC X(19) VALUE SPACE.                             CCVS21.0
002570 01  REFUSED-LINE.                                                CCVS21.0
002580     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS21.0
002590     02 RF-REASON          PIC X(60).                             CCVS21.0
002600     02 FILLER PIC X(38)                                          CCVS21.0
002610         VALUE " - NOTHING RESTORED (RC 16)".                     CCVS21.0
002620     02 FILLER PIC X(21) VALUE SPACE.                             CCVS21.0
002630 01  RESTORE-TOTAL-LINE.                                          CCVS21.0
002640     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS21.0
002650     02 RT-COUNT           PIC ZZZZZZZZ9.                         CCVS21.0
002660     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS21.0
002670     02 RT-DESC            PIC X(55).                             CCVS21.0
002680     02 FILLER PIC X(54) VALUE SPACE.                             CCVS21.0
002681 01  RESEAL-LINE.                                                 CCVS21.0
002682     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS21.0
002683     02 FILLER PIC X(35)                                          CCVS21.0
002684         VALUE "RESEAL REQUIRED - RUN CCVSROS WITH ".             CCVS21.0
002685     02 FILLER PIC X(25)                                          CCVS21.0
002686         VALUE "XXXXX164 DD DUMMY (RC 4)".                        CCVS21.0
002687     02 FILLER PIC X(59) VALUE SPACE.                             CCVS21.0
002690 01  SUITE-LOCK-LINE.                                             CCVS21.0
002700     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS21.0
002710     02 FILLER PIC X(14) VALUE "SUITE HELD BY ".                  CCVS21.0
002720     02 SK-HOLDER          PIC X(8).                              CCVS21.0
002730     02 FILLER PIC X(7)  VALUE " SINCE ".                         CCVS21.0
002740     02 SK-SINCE-DATE      PIC 9(8).                              CCVS21.0
002750     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS21.0
002760     02 SK-SINCE-TIME      PIC 9(8).                              CCVS21.0
002770     02 FILLER PIC X(35)                                          CCVS21.0
002780         VALUE " - NOTHING RESTORED (RC 20)".                     CCVS21.0
002790     02 FILLER PIC X(38) VALUE SPACE.                             CCVS21.0
002800 PROCEDURE DIVISION.                                              CCVS21.0
002810 CCVSRLD-MAIN SECTION.                                            CCVS21.0
002820 OPEN-FILES.                                                      CCVS21.0
002830     OPEN OUTPUT RESTORE-REPORT-FILE.                             CCVS21.0
002840     MOVE RESTORE-HEADING-1 TO RESTORE-REPORT-REC.                CCVS21.0
002850     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
002860     PERFORM CHECK-SUITE-LOCK THRU CHECK-SUITE-LOCK-EXIT.         CCVS21.0
002870     IF SUITE-LOCKED                                              CCVS21.0
002880         GO TO SUITE-LOCK-REFUSED.                                CCVS21.0
002890     MOVE SPACE TO SELECTED-FILE-TABLE.                           CCVS21.0
002900     PERFORM READ-CONTROL-CARDS.                                  CCVS21.0
002910     MOVE SPACE TO RF-REASON.                                     CCVS21.0
002920     IF CARD-ERROR-COUNT GREATER THAN ZERO                        CCVS21.0
002930         MOVE "CONTROL CARDS IN ERROR" TO RF-REASON               CCVS21.0
002940     ELSE IF SELECTED-COUNT EQUAL TO ZERO                         CCVS21.0
002950         MOVE "NO FILE= CARD GIVEN" TO RF-REASON.                 CCVS21.0
002960     IF RF-REASON NOT EQUAL TO SPACE                              CCVS21.0
002970         GO TO RESTORE-REFUSED.                                   CCVS21.0
002980     OPEN INPUT STATE-BACKUP-FILE.                                CCVS21.0
002990     IF BACKUP-FILE-STATUS NOT EQUAL TO "00"                      CCVS21.0
003000         MOVE "CCVS.STATE.BACKUP WOULD NOT OPEN" TO RF-REASON     CCVS21.0
003010         GO TO RESTORE-REFUSED.                                   CCVS21.0
003020     PERFORM READ-STATE-BACKUP.                                   CCVS21.0
003030     IF BACKUP-EOF OR NOT BK-HEADER                               CCVS21.0
003040         MOVE "NO BACKUP HEADER - NOT A CCVSUNL BACKUP"           CCVS21.0
003050             TO RF-REASON                                         CCVS21.0
003060         CLOSE STATE-BACKUP-FILE                                  CCVS21.0
003070         GO TO RESTORE-REFUSED.                                   CCVS21.0
003080     MOVE BH-NIGHT TO BL-NIGHT.                                   CCVS21.0
003090     MOVE BH-UNLOAD-DATE TO BL-UNLOAD-DATE.                       CCVS21.0
003100     MOVE BH-UNLOAD-TIME TO BL-UNLOAD-TIME.                       CCVS21.0
003110     MOVE BACKUP-HEADER-LINE TO RESTORE-REPORT-REC.               CCVS21.0
003120     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
003130     IF REQUESTED-NIGHT NOT EQUAL TO ZERO                         CCVS21.0
003140         AND REQUESTED-NIGHT NOT EQUAL TO BH-NIGHT                CCVS21.0
003150             MOVE "BACKUP IS NOT FOR THE NIGHT= CARD'S NIGHT"     CCVS21.0
003160                 TO RF-REASON                                     CCVS21.0
003170             CLOSE STATE-BACKUP-FILE                              CCVS21.0
003180             GO TO RESTORE-REFUSED.                               CCVS21.0
003184     PERFORM READ-STATE-BACKUP.                                   CCVS21.0
003188     PERFORM VERIFY-BACKUP-RECORD THRU VERIFY-BACKUP-RECORD-EXIT  CCVS21.0
003192         UNTIL BACKUP-EOF.                                        CCVS21.0
003196     CLOSE STATE-BACKUP-FILE.                                     CCVS21.0
003200     PERFORM END-BACKUP-VERIFY.                                   CCVS21.0
003204     IF DIFFERENCE-COUNT GREATER THAN ZERO                        CCVS21.0
003208         MOVE "BACKUP FAILED VERIFICATION" TO RF-REASON           CCVS21.0
003212         GO TO RESTORE-REFUSED.                                   CCVS21.0
003216     MOVE "N" TO BACKUP-EOF-SW.                                   CCVS21.0
003220     OPEN INPUT STATE-BACKUP-FILE.                                CCVS21.0
003224     IF BACKUP-FILE-STATUS NOT EQUAL TO "00"                      CCVS21.0
003228         MOVE "CCVS.STATE.BACKUP WOULD NOT REOPEN" TO RF-REASON   CCVS21.0
003232         GO TO RESTORE-REFUSED.                                   CCVS21.0
003236     PERFORM READ-STATE-BACKUP.                                   CCVS21.0
003240     PERFORM READ-STATE-BACKUP.                                   CCVS21.0
003244     PERFORM PROCESS-BACKUP-RECORD THRU PROCESS-BACKUP-RECORD-EXITCCVS21.0
003248         UNTIL BACKUP-EOF.                                        CCVS21.0
003252     CLOSE STATE-BACKUP-FILE.                                     CCVS21.0
003256     PERFORM CHECK-FILE-IN-BACKUP THRU CHECK-FILE-IN-BACKUP-EXIT  CCVS21.0
003260         VARYING KF-SUB FROM 1 BY 1 UNTIL KF-SUB GREATER THAN 9.  CCVS21.0
003264     PERFORM PRINT-REPORT-TOTALS.                                 CCVS21.0
003268     IF DIFFERENCE-COUNT GREATER THAN ZERO                        CCVS21.0
003272         MOVE 8 TO RETURN-CODE                                    CCVS21.0
003276     ELSE IF RESEAL-NEEDED                                        CCVS21.0
003280         MOVE 4 TO RETURN-CODE.                                   CCVS21.0
003290 CLOSE-FILES.                                                     CCVS21.0
003300     CLOSE RESTORE-REPORT-FILE.                                   CCVS21.0
003310     STOP RUN.                                                    CCVS21.0
003320 RESTORE-REFUSED.                                                 CCVS21.0
003330     MOVE REFUSED-LINE TO RESTORE-REPORT-REC.                     CCVS21.0
003340     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
003350     MOVE 16 TO RETURN-CODE.                                      CCVS21.0
003360     CLOSE RESTORE-REPORT-FILE.                                   CCVS21.0
003370     STOP RUN.                                                    CCVS21.0
003380*    THE NIGHTLY AND WEEKLY JOBS UPDATE THE STATE FILES WHILE     CCVS21.0
003390*    THEY RUN.  WHILE EITHER HOLDS THE SUITE LOCK NOTHING IS      CCVS21.0
003400*    OPENED BUT THE REPORT, AND THE STEP ENDS RETURN CODE 20.     CCVS21.0
003410 SUITE-LOCK-REFUSED.                                              CCVS21.0
003420     MOVE RN-HOLDER TO SK-HOLDER.                                 CCVS21.0
003430     MOVE RN-SINCE-DATE TO SK-SINCE-DATE.                         CCVS21.0
003440     MOVE RN-SINCE-TIME TO SK-SINCE-TIME.                         CCVS21.0
003450     MOVE SUITE-LOCK-LINE TO RESTORE-REPORT-REC.                  CCVS21.0
003460     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
003470     MOVE 20 TO RETURN-CODE.                                      CCVS21.0
003480     CLOSE RESTORE-REPORT-FILE.                                   CCVS21.0
003490     STOP RUN.                                                    CCVS21.0
003500 CHECK-SUITE-LOCK.                                                CCVS21.0
003510     MOVE "N" TO SUITE-LOCKED-SW.                                 CCVS21.0
003514     OPEN INPUT RUN-STATE-FILE.                                   CCVS21.0
003518     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVS21.0
003522         GO TO CHECK-SUITE-LOCK-UNKNOWN.                          CCVS21.0
003526     READ RUN-STATE-FILE                                          CCVS21.0
003530         AT END MOVE "NONE" TO RN-HOLDER.                         CCVS21.0
003534     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVS21.0
003538         AND RUN-STATE-STATUS NOT EQUAL TO "10"                   CCVS21.0
003542             CLOSE RUN-STATE-FILE                                 CCVS21.0
003546             GO TO CHECK-SUITE-LOCK-UNKNOWN.                      CCVS21.0
003550     IF RN-BATCH-HELD                                             CCVS21.0
003554         SET SUITE-LOCKED TO TRUE.                                CCVS21.0
003558     CLOSE RUN-STATE-FILE.                                        CCVS21.0
003562     GO TO CHECK-SUITE-LOCK-EXIT.                                 CCVS21.0
003566*    A RUN-STATE FILE THAT CANNOT BE OPENED OR READ LEAVES THE    CCVS21.0
003570*    LOCK STATE UNKNOWN, WHICH IS TREATED AS HELD.                CCVS21.0
003574 CHECK-SUITE-LOCK-UNKNOWN.                                        CCVS21.0
003578     DISPLAY "CCVSRLD: RUN-STATE FILE NOT READ, STATUS "          CCVS21.0
003582         RUN-STATE-STATUS.                                        CCVS21.0
003586     MOVE "UNKNOWN" TO RN-HOLDER.                                 CCVS21.0
003590     MOVE ZERO TO RN-SINCE-DATE RN-SINCE-TIME.                    CCVS21.0
003594     SET SUITE-LOCKED TO TRUE.                                    CCVS21.0
003598 CHECK-SUITE-LOCK-EXIT. EXIT.                                     CCVS21.0
003610 READ-CONTROL-CARDS.                                              CCVS21.0
003620     OPEN INPUT CONTROL-CARD-FILE.                                CCVS21.0
003630     PERFORM READ-CONTROL-CARD.                                   CCVS21.0
003640     PERFORM APPLY-CONTROL-CARD THRU APPLY-CONTROL-CARD-EXIT      CCVS21.0
003650         UNTIL CONTROL-EOF.                                       CCVS21.0
003660     CLOSE CONTROL-CARD-FILE.                                     CCVS21.0
003670 READ-CONTROL-CARD.                                               CCVS21.0
003680     READ CONTROL-CARD-FILE                                       CCVS21.0
003690         AT END SET CONTROL-EOF TO TRUE.                          CCVS21.0
003700 APPLY-CONTROL-CARD.                                              CCVS21.0
003710     IF CC-FILE-KEY EQUAL TO "FILE="                              CCVS21.0
003720         AND CC-FILE-NAME EQUAL TO "ALL"                          CCVS21.0
003730             PERFORM SELECT-ALL-FILES                             CCVS21.0
003740             GO TO APPLY-CONTROL-CARD-NEXT.                       CCVS21.0
003750     IF CC-FILE-KEY EQUAL TO "FILE="                              CCVS21.0
003760         PERFORM TABLE-SCAN-NULL VARYING KF-SUB FROM 1 BY 1       CCVS21.0
003770             UNTIL KF-SUB GREATER THAN 9                          CCVS21.0
003780                OR KF-NAME (KF-SUB) EQUAL TO CC-FILE-NAME         CCVS21.0
003790         IF KF-SUB NOT GREATER THAN 9                             CCVS21.0
003800             PERFORM SELECT-ONE-FILE                              CCVS21.0
003810             GO TO APPLY-CONTROL-CARD-NEXT.                       CCVS21.0
003820     IF CC-NIGHT-KEY EQUAL TO "NIGHT="                            CCVS21.0
003830         AND CC-NIGHT IS NUMERIC                                  CCVS21.0
003840             MOVE CC-NIGHT TO REQUESTED-NIGHT                     CCVS21.0
003850             GO TO APPLY-CONTROL-CARD-NEXT.                       CCVS21.0
003860     ADD 1 TO CARD-ERROR-COUNT.                                   CCVS21.0
003870     MOVE CONTROL-CARD TO CE-CARD.                                CCVS21.0
003880     MOVE CARD-ERROR-LINE TO RESTORE-REPORT-REC.                  CCVS21.0
003890     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
003900 APPLY-CONTROL-CARD-NEXT.                                         CCVS21.0
003910     PERFORM READ-CONTROL-CARD.                                   CCVS21.0
003920 APPLY-CONTROL-CARD-EXIT. EXIT.                                   CCVS21.0
003930 SELECT-ALL-FILES.                                                CCVS21.0
003940     PERFORM SELECT-ONE-FILE                                      CCVS21.0
003950         VARYING KF-SUB FROM 1 BY 1 UNTIL KF-SUB GREATER THAN 9.  CCVS21.0
003960 SELECT-ONE-FILE.                                                 CCVS21.0
003970     IF SF-SELECTED-SW (KF-SUB) NOT EQUAL TO "Y"                  CCVS21.0
003980         MOVE "Y" TO SF-SELECTED-SW (KF-SUB)                      CCVS21.0
003990         ADD 1 TO SELECTED-COUNT.                                 CCVS21.0
004000 TABLE-SCAN-NULL.                                                 CCVS21.0
004010     EXIT.                                                        CCVS21.0
004020 READ-STATE-BACKUP.                                               CCVS21.0
004030     READ STATE-BACKUP-FILE                                       CCVS21.0
004040         AT END SET BACKUP-EOF TO TRUE.                           CCVS21.0
004042*    FIRST PASS.  EVERY SECTION IS COUNTED AND HASHED AGAINST     CCVS21.0
004044*    ITS SECTION TRAILER, AND THE BACKUP TRAILER AGAINST THE      CCVS21.0
004046*    WHOLE, WITH NO TARGET FILE OPENED.  A BACKUP THAT FAILS ANY  CCVS21.0
004048*    CHECK IS REFUSED, SO A DAMAGED OR TRUNCATED BACKUP NEVER     CCVS21.0
004050*    OVERWRITES THE FILES IT WAS MEANT TO RECOVER.                CCVS21.0
004052 VERIFY-BACKUP-RECORD.                                            CCVS21.0
004054     IF SECTION-OPEN                                              CCVS21.0
004056         AND (BK-SECTION-HEAD OR BK-TRAILER)                      CCVS21.0
004058             PERFORM NOTE-MISSING-TRAILER.                        CCVS21.0
004060     IF BK-SECTION-HEAD                                           CCVS21.0
004062         SET SECTION-OPEN TO TRUE                                 CCVS21.0
004064         ADD 1 TO SECTIONS-SEEN-COUNT                             CCVS21.0
004066         MOVE BK-FILE-NAME TO SECTION-NAME                        CCVS21.0
004068         MOVE BS-DSN TO SECTION-DSN                               CCVS21.0
004070         MOVE BS-RECORD-LENGTH TO SECTION-RECORD-LENGTH           CCVS21.0
004072         MOVE ZERO TO BACKUP-RECORD-COUNT BACKUP-HASH-TOTAL       CCVS21.0
004074     ELSE IF BK-DATA-RECORD AND SECTION-OPEN                      CCVS21.0
004076         MOVE BK-DATA TO HASH-RECORD-AREA                         CCVS21.0
004078         PERFORM HASH-RECORD                                      CCVS21.0
004080         ADD 1 TO BACKUP-RECORD-COUNT DATA-RECORDS-SEEN           CCVS21.0
004082         ADD RECORD-HASH TO BACKUP-HASH-TOTAL                     CCVS21.0
004084     ELSE IF BK-SECTION-TRAIL AND SECTION-OPEN                    CCVS21.0
004086         PERFORM VERIFY-SECTION-TRAILER                           CCVS21.0
004088     ELSE IF BK-TRAILER                                           CCVS21.0
004090         SET TRAILER-SEEN TO TRUE                                 CCVS21.0
004092         MOVE BH-SECTION-COUNT TO TRAILER-SECTION-COUNT           CCVS21.0
004094         MOVE BH-TOTAL-RECORDS TO TRAILER-RECORD-COUNT            CCVS21.0
004096     ELSE                                                         CCVS21.0
004098         ADD 1 TO STRAY-RECORD-COUNT.                             CCVS21.0
004100     PERFORM READ-STATE-BACKUP.                                   CCVS21.0
004102 VERIFY-BACKUP-RECORD-EXIT. EXIT.                                 CCVS21.0
004104 VERIFY-SECTION-TRAILER.                                          CCVS21.0
004106     MOVE "N" TO SECTION-OPEN-SW.                                 CCVS21.0
004108     MOVE BS-RECORD-COUNT TO EXPECTED-RECORD-COUNT.               CCVS21.0
004110     MOVE BS-HASH-TOTAL TO EXPECTED-HASH-TOTAL.                   CCVS21.0
004112     IF BACKUP-RECORD-COUNT NOT EQUAL TO BS-RECORD-COUNT          CCVS21.0
004114         OR BACKUP-HASH-TOTAL NOT EQUAL TO BS-HASH-TOTAL          CCVS21.0
004116         OR BK-FILE-NAME NOT EQUAL TO SECTION-NAME                CCVS21.0
004118             MOVE "BACKUP SECTION DAMAGED" TO SECTION-NOTE        CCVS21.0
004120             PERFORM NOTE-DAMAGED-SECTION.                        CCVS21.0
004122 NOTE-MISSING-TRAILER.                                            CCVS21.0
004124     MOVE ZERO TO EXPECTED-RECORD-COUNT.                          CCVS21.0
004126     MOVE ZERO TO EXPECTED-HASH-TOTAL.                            CCVS21.0
004128     MOVE "SECTION TRAILER MISSING" TO SECTION-NOTE.              CCVS21.0
004130     PERFORM NOTE-DAMAGED-SECTION.                                CCVS21.0
004132 NOTE-DAMAGED-SECTION.                                            CCVS21.0
004134     ADD 1 TO DIFFERENCE-COUNT.                                   CCVS21.0
004136     MOVE "N" TO SECTION-OPEN-SW.                                 CCVS21.0
004138     MOVE ZERO TO RESTORED-RECORD-COUNT RESTORED-HASH-TOTAL       CCVS21.0
004140                  REREAD-RECORD-COUNT REREAD-HASH-TOTAL.          CCVS21.0
004142     PERFORM PRINT-SECTION-RESULT.                                CCVS21.0
004144 END-BACKUP-VERIFY.                                               CCVS21.0
004146     IF SECTION-OPEN                                              CCVS21.0
004148         PERFORM NOTE-MISSING-TRAILER.                            CCVS21.0
004150     IF STRAY-RECORD-COUNT GREATER THAN ZERO                      CCVS21.0
004152         ADD 1 TO DIFFERENCE-COUNT                                CCVS21.0
004154         MOVE SPACE TO RESTORE-TOTAL-LINE                         CCVS21.0
004156         MOVE STRAY-RECORD-COUNT TO RT-COUNT                      CCVS21.0
004158         MOVE "BACKUP RECORDS OUT OF PLACE - BACKUP DAMAGED"      CCVS21.0
004160             TO RT-DESC                                           CCVS21.0
004162         MOVE RESTORE-TOTAL-LINE TO RESTORE-REPORT-REC            CCVS21.0
004164         PERFORM WRITE-REPORT-LINE.                               CCVS21.0
004166     PERFORM CHECK-BACKUP-TRAILER.                                CCVS21.0
004168*    SECOND PASS, RUN ONLY ON A BACKUP THAT VERIFIED CLEAN.       CCVS21.0
004170 PROCESS-BACKUP-RECORD.                                           CCVS21.0
004172     IF BK-SECTION-HEAD                                           CCVS21.0
004174         PERFORM BEGIN-BACKUP-SECTION                             CCVS21.0
004176             THRU BEGIN-BACKUP-SECTION-EXIT                       CCVS21.0
004178     ELSE IF BK-DATA-RECORD                                       CCVS21.0
004180         PERFORM RESTORE-DATA-RECORD                              CCVS21.0
004182     ELSE IF BK-SECTION-TRAIL                                     CCVS21.0
004184         PERFORM END-BACKUP-SECTION.                              CCVS21.0
004186     PERFORM READ-STATE-BACKUP.                                   CCVS21.0
004188 PROCESS-BACKUP-RECORD-EXIT. EXIT.                                CCVS21.0
004210*    A SECTION HEADER NAMES THE FILE.  THE FILE IS OPENED FOR     CCVS21.0
004220*    OUTPUT ONLY WHEN IT WAS ASKED FOR AND WAS PRESENT AT UNLOAD. CCVS21.0
004230 BEGIN-BACKUP-SECTION.                                            CCVS21.0
004240     MOVE "N" TO RESTORING-SW.                                    CCVS21.0
004260     MOVE BK-FILE-NAME TO SECTION-NAME.                           CCVS21.0
004270     MOVE BS-DSN TO SECTION-DSN.                                  CCVS21.0
004280     MOVE BS-RECORD-LENGTH TO SECTION-RECORD-LENGTH.              CCVS21.0
004290     MOVE ZERO TO BACKUP-RECORD-COUNT RESTORED-RECORD-COUNT       CCVS21.0
004300                  REREAD-RECORD-COUNT.                            CCVS21.0
004310     MOVE ZERO TO BACKUP-HASH-TOTAL RESTORED-HASH-TOTAL           CCVS21.0
004320                  REREAD-HASH-TOTAL.                              CCVS21.0
004330     MOVE "NOT SELECTED" TO SECTION-NOTE.                         CCVS21.0
004340     PERFORM TABLE-SCAN-NULL VARYING KF-SUB FROM 1 BY 1           CCVS21.0
004350         UNTIL KF-SUB GREATER THAN 9                              CCVS21.0
004360            OR KF-NAME (KF-SUB) EQUAL TO SECTION-NAME.            CCVS21.0
004370     IF KF-SUB GREATER THAN 9                                     CCVS21.0
004380         MOVE "UNKNOWN FILE IN BACKUP - NOT RESTORED"             CCVS21.0
004390             TO SECTION-NOTE                                      CCVS21.0
004400         GO TO BEGIN-BACKUP-SECTION-EXIT.                         CCVS21.0
004410     MOVE "Y" TO SF-IN-BACKUP-SW (KF-SUB).                        CCVS21.0
004420     IF SF-SELECTED-SW (KF-SUB) NOT EQUAL TO "Y"                  CCVS21.0
004430         GO TO BEGIN-BACKUP-SECTION-EXIT.                         CCVS21.0
004440     IF BS-PRESENT-SW NOT EQUAL TO "Y"                            CCVS21.0
004450         MOVE "NOT PRESENT AT UNLOAD - LEFT AS IT IS"             CCVS21.0
004460             TO SECTION-NOTE                                      CCVS21.0
004470         GO TO BEGIN-BACKUP-SECTION-EXIT.                         CCVS21.0
004480     PERFORM OPEN-TARGET-OUTPUT.                                  CCVS21.0
004490     IF TARGET-FILE-STATUS NOT EQUAL TO "00"                      CCVS21.0
004500         MOVE "FILE WOULD NOT OPEN - NOT RESTORED" TO SECTION-NOTECCVS21.0
004510         ADD 1 TO DIFFERENCE-COUNT                                CCVS21.0
004520         GO TO BEGIN-BACKUP-SECTION-EXIT.                         CCVS21.0
004530     SET RESTORING TO TRUE.                                       CCVS21.0
004540 BEGIN-BACKUP-SECTION-EXIT. EXIT.                                 CCVS21.0
004550 RESTORE-DATA-RECORD.                                             CCVS21.0
004560     MOVE BK-DATA TO HASH-RECORD-AREA.                            CCVS21.0
004570     PERFORM HASH-RECORD.                                         CCVS21.0
004580     ADD 1 TO BACKUP-RECORD-COUNT.                                CCVS21.0
004600     ADD RECORD-HASH TO BACKUP-HASH-TOTAL.                        CCVS21.0
004610     IF RESTORING                                                 CCVS21.0
004620         PERFORM WRITE-TARGET-RECORD                              CCVS21.0
004630         IF TARGET-FILE-STATUS EQUAL TO "00"                      CCVS21.0
004640             ADD 1 TO RESTORED-RECORD-COUNT                       CCVS21.0
004650             ADD RECORD-HASH TO RESTORED-HASH-TOTAL.              CCVS21.0
004659*    THE SECTION TRAILER CARRIES WHAT THE UNLOAD COUNTED.  A      CCVS21.0
004668*    RESTORED FILE IS CLOSED AND READ BACK BEFORE THE COMPARISON. CCVS21.0
004677*    A RESTORED ROSTER OR ROUTING FILE NO LONGER MATCHES THE SEAL CCVS21.0
004686*    CCVSROS KEEPS FOR IT, SO IT IS FLAGGED FOR A RESEAL.         CCVS21.0
004695 END-BACKUP-SECTION.                                              CCVS21.0
004704     IF RESTORING                                                 CCVS21.0
004713         PERFORM CLOSE-TARGET-FILE                                CCVS21.0
004722         PERFORM REREAD-TARGET-FILE                               CCVS21.0
004731         ADD 1 TO FILES-RESTORED-COUNT                            CCVS21.0
004740         ADD RESTORED-RECORD-COUNT TO RECORDS-RESTORED-COUNT.     CCVS21.0
004749     IF RESTORING                                                 CCVS21.0
004758         AND (SECTION-NAME EQUAL TO "ROSTER"                      CCVS21.0
004767           OR SECTION-NAME EQUAL TO "ROUTING")                    CCVS21.0
004776             SET RESEAL-NEEDED TO TRUE.                           CCVS21.0
004785     IF RESTORING                                                 CCVS21.0
004794         AND (RESTORED-RECORD-COUNT NOT EQUAL TO BS-RECORD-COUNT  CCVS21.0
004803           OR RESTORED-HASH-TOTAL NOT EQUAL TO BS-HASH-TOTAL      CCVS21.0
004812           OR REREAD-RECORD-COUNT NOT EQUAL TO BS-RECORD-COUNT    CCVS21.0
004821           OR REREAD-HASH-TOTAL NOT EQUAL TO BS-HASH-TOTAL)       CCVS21.0
004830             MOVE "RESTORED - DIFFERENCES FOUND" TO SECTION-NOTE  CCVS21.0
004839             ADD 1 TO DIFFERENCE-COUNT                            CCVS21.0
004848     ELSE IF RESTORING                                            CCVS21.0
004857         MOVE "RESTORED - COUNT AND HASH TOTAL MATCH"             CCVS21.0
004866             TO SECTION-NOTE.                                     CCVS21.0
004875     MOVE "N" TO RESTORING-SW.                                    CCVS21.0
004884     MOVE BS-RECORD-COUNT TO EXPECTED-RECORD-COUNT.               CCVS21.0
004893     MOVE BS-HASH-TOTAL TO EXPECTED-HASH-TOTAL.                   CCVS21.0
004902     PERFORM PRINT-SECTION-RESULT.                                CCVS21.0
004911 PRINT-SECTION-RESULT.                                            CCVS21.0
004920     MOVE SPACE TO SECTION-RESULT-LINE.                           CCVS21.0
004929     MOVE SECTION-NAME TO SR-NAME.                                CCVS21.0
004938     MOVE SECTION-DSN TO SR-DSN.                                  CCVS21.0
004947     MOVE SECTION-NOTE TO SR-NOTE.                                CCVS21.0
004956     MOVE SECTION-RESULT-LINE TO RESTORE-REPORT-REC.              CCVS21.0
004965     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
004974     MOVE "RECORDS" TO SC-DESC.                                   CCVS21.0
004983     MOVE EXPECTED-RECORD-COUNT TO SC-EXPECTED.                   CCVS21.0
004992     MOVE BACKUP-RECORD-COUNT TO SC-BACKUP.                       CCVS21.0
005001     MOVE RESTORED-RECORD-COUNT TO SC-RESTORED.                   CCVS21.0
005010     MOVE REREAD-RECORD-COUNT TO SC-REREAD.                       CCVS21.0
005019     MOVE SECTION-COUNT-LINE TO RESTORE-REPORT-REC.               CCVS21.0
005028     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
005037     MOVE "HASH TOTAL" TO SC-DESC.                                CCVS21.0
005046     MOVE EXPECTED-HASH-TOTAL TO SC-EXPECTED.                     CCVS21.0
005055     MOVE BACKUP-HASH-TOTAL TO SC-BACKUP.                         CCVS21.0
005064     MOVE RESTORED-HASH-TOTAL TO SC-RESTORED.                     CCVS21.0
005073     MOVE REREAD-HASH-TOTAL TO SC-REREAD.                         CCVS21.0
005082     MOVE SECTION-COUNT-LINE TO RESTORE-REPORT-REC.               CCVS21.0
005091     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
005130 REREAD-TARGET-FILE.                                              CCVS21.0
005140     MOVE "N" TO TARGET-EOF-SW.                                   CCVS21.0
005150     PERFORM OPEN-TARGET-INPUT.                                   CCVS21.0
005160     IF TARGET-FILE-STATUS NOT EQUAL TO "00"                      CCVS21.0
005170         SET TARGET-EOF TO TRUE.                                  CCVS21.0
005180     PERFORM READ-TARGET-RECORD.                                  CCVS21.0
005190     PERFORM REREAD-TARGET-RECORD UNTIL TARGET-EOF.               CCVS21.0
005200     PERFORM CLOSE-TARGET-FILE.                                   CCVS21.0
005210 REREAD-TARGET-RECORD.                                            CCVS21.0
005220     PERFORM HASH-RECORD.                                         CCVS21.0
005230     ADD 1 TO REREAD-RECORD-COUNT.                                CCVS21.0
005240     ADD RECORD-HASH TO REREAD-HASH-TOTAL.                        CCVS21.0
005250     PERFORM READ-TARGET-RECORD.                                  CCVS21.0
005260*    THE NEXT FIVE PARAGRAPHS ROUTE AN OPEN, WRITE, READ OR CLOSE CCVS21.0
005270*    TO THE FILE NAMED BY THE CURRENT SECTION.                    CCVS21.0
005280 OPEN-TARGET-OUTPUT.                                              CCVS21.0
005290     IF SECTION-NAME EQUAL TO "INSPDISP"                          CCVS21.0
005300         OPEN OUTPUT INSPECT-DISPOSITION-FILE                     CCVS21.0
005310     ELSE IF SECTION-NAME EQUAL TO "TICKETNO"                     CCVS21.0
005320         OPEN OUTPUT TICKET-XREF-FILE                             CCVS21.0
005330     ELSE IF SECTION-NAME EQUAL TO "ALERTHST"                     CCVS21.0
005340         OPEN OUTPUT ALERT-HISTORY-FILE                           CCVS21.0
005350     ELSE IF SECTION-NAME EQUAL TO "REPCATLG"                     CCVS21.0
005360         OPEN OUTPUT REPORT-CATALOG-FILE                          CCVS21.0
005370     ELSE IF SECTION-NAME EQUAL TO "RESETQUE"                     CCVS21.0
005380         OPEN OUTPUT RESET-QUEUE-FILE                             CCVS21.0
005390     ELSE IF SECTION-NAME EQUAL TO "ROSTER"                       CCVS21.0
005400         OPEN OUTPUT ROSTER-FILE                                  CCVS21.0
005410     ELSE IF SECTION-NAME EQUAL TO "ROUTING"                      CCVS21.0
005420         OPEN OUTPUT ROUTING-TABLE-FILE                           CCVS21.0
005430     ELSE IF SECTION-NAME EQUAL TO "CHKPT"                        CCVS21.0
005435         OPEN OUTPUT CHECKPOINT-FILE                              CCVS21.0
005440     ELSE IF SECTION-NAME EQUAL TO "QUARANTN"                     CCVS21.0
005445         OPEN OUTPUT QUARANTINE-FILE.                             CCVS21.0
005450 OPEN-TARGET-INPUT.                                               CCVS21.0
005460     IF SECTION-NAME EQUAL TO "INSPDISP"                          CCVS21.0
005470         OPEN INPUT INSPECT-DISPOSITION-FILE                      CCVS21.0
005480     ELSE IF SECTION-NAME EQUAL TO "TICKETNO"                     CCVS21.0
005490         OPEN INPUT TICKET-XREF-FILE                              CCVS21.0
005500     ELSE IF SECTION-NAME EQUAL TO "ALERTHST"                     CCVS21.0
005510         OPEN INPUT ALERT-HISTORY-FILE                            CCVS21.0
005520     ELSE IF SECTION-NAME EQUAL TO "REPCATLG"                     CCVS21.0
005530         OPEN INPUT REPORT-CATALOG-FILE                           CCVS21.0
005540     ELSE IF SECTION-NAME EQUAL TO "RESETQUE"                     CCVS21.0
005550         OPEN INPUT RESET-QUEUE-FILE                              CCVS21.0
005560     ELSE IF SECTION-NAME EQUAL TO "ROSTER"                       CCVS21.0
005570         OPEN INPUT ROSTER-FILE                                   CCVS21.0
005580     ELSE IF SECTION-NAME EQUAL TO "ROUTING"                      CCVS21.0
005590         OPEN INPUT ROUTING-TABLE-FILE                            CCVS21.0
005600     ELSE IF SECTION-NAME EQUAL TO "CHKPT"                        CCVS21.0
005605         OPEN INPUT CHECKPOINT-FILE                               CCVS21.0
005610     ELSE IF SECTION-NAME EQUAL TO "QUARANTN"                     CCVS21.0
005615         OPEN INPUT QUARANTINE-FILE.                              CCVS21.0
005620 WRITE-TARGET-RECORD.                                             CCVS21.0
005630     IF SECTION-NAME EQUAL TO "INSPDISP"                          CCVS21.0
005640         MOVE BK-DATA TO INSPECT-DISPOSITION-REC                  CCVS21.0
005650         WRITE INSPECT-DISPOSITION-REC                            CCVS21.0
005660     ELSE IF SECTION-NAME EQUAL TO "TICKETNO"                     CCVS21.0
005670         MOVE BK-DATA TO TICKET-XREF-REC                          CCVS21.0
005680         WRITE TICKET-XREF-REC                                    CCVS21.0
005690     ELSE IF SECTION-NAME EQUAL TO "ALERTHST"                     CCVS21.0
005700         MOVE BK-DATA TO ALERT-HISTORY-REC                        CCVS21.0
005710         WRITE ALERT-HISTORY-REC                                  CCVS21.0
005720     ELSE IF SECTION-NAME EQUAL TO "REPCATLG"                     CCVS21.0
005730         MOVE BK-DATA TO REPORT-CATALOG-REC                       CCVS21.0
005740         WRITE REPORT-CATALOG-REC                                 CCVS21.0
005750     ELSE IF SECTION-NAME EQUAL TO "RESETQUE"                     CCVS21.0
005760         MOVE BK-DATA TO RESET-QUEUE-REC                          CCVS21.0
005770         WRITE RESET-QUEUE-REC                                    CCVS21.0
005780     ELSE IF SECTION-NAME EQUAL TO "ROSTER"                       CCVS21.0
005790         MOVE BK-DATA TO ROSTER-REC                               CCVS21.0
005800         WRITE ROSTER-REC                                         CCVS21.0
005810     ELSE IF SECTION-NAME EQUAL TO "ROUTING"                      CCVS21.0
005820         MOVE BK-DATA TO ROUTING-TABLE-REC                        CCVS21.0
005830         WRITE ROUTING-TABLE-REC                                  CCVS21.0
005840     ELSE IF SECTION-NAME EQUAL TO "CHKPT"                        CCVS21.0
005850         MOVE BK-DATA TO CHECKPOINT-REC                           CCVS21.0
005854         WRITE CHECKPOINT-REC                                     CCVS21.0
005858     ELSE IF SECTION-NAME EQUAL TO "QUARANTN"                     CCVS21.0
005862         MOVE BK-DATA TO QUARANTINE-REC                           CCVS21.0
005866         WRITE QUARANTINE-REC.                                    CCVS21.0
005870 READ-TARGET-RECORD.                                              CCVS21.0
005880     MOVE SPACE TO HASH-RECORD-AREA.                              CCVS21.0
005890     IF TARGET-EOF                                                CCVS21.0
005900         NEXT SENTENCE                                            CCVS21.0
005910     ELSE IF SECTION-NAME EQUAL TO "INSPDISP"                     CCVS21.0
005920         READ INSPECT-DISPOSITION-FILE NEXT RECORD                CCVS21.0
005930             AT END SET TARGET-EOF TO TRUE                        CCVS21.0
005940     ELSE IF SECTION-NAME EQUAL TO "TICKETNO"                     CCVS21.0
005950         READ TICKET-XREF-FILE                                    CCVS21.0
005960             AT END SET TARGET-EOF TO TRUE                        CCVS21.0
005970     ELSE IF SECTION-NAME EQUAL TO "ALERTHST"                     CCVS21.0
005980         READ ALERT-HISTORY-FILE                                  CCVS21.0
005990             AT END SET TARGET-EOF TO TRUE                        CCVS21.0
006000     ELSE IF SECTION-NAME EQUAL TO "REPCATLG"                     CCVS21.0
006010         READ REPORT-CATALOG-FILE                                 CCVS21.0
006020             AT END SET TARGET-EOF TO TRUE                        CCVS21.0
006030     ELSE IF SECTION-NAME EQUAL TO "RESETQUE"                     CCVS21.0
006040         READ RESET-QUEUE-FILE                                    CCVS21.0
006050             AT END SET TARGET-EOF TO TRUE                        CCVS21.0
006060     ELSE IF SECTION-NAME EQUAL TO "ROSTER"                       CCVS21.0
006070         READ ROSTER-FILE                                         CCVS21.0
006080             AT END SET TARGET-EOF TO TRUE                        CCVS21.0
006090     ELSE IF SECTION-NAME EQUAL TO "ROUTING"                      CCVS21.0
006100         READ ROUTING-TABLE-FILE                                  CCVS21.0
006110             AT END SET TARGET-EOF TO TRUE                        CCVS21.0
006120     ELSE IF SECTION-NAME EQUAL TO "CHKPT"                        CCVS21.0
006130         READ CHECKPOINT-FILE NEXT RECORD                         CCVS21.0
006132             AT END SET TARGET-EOF TO TRUE                        CCVS21.0
006134     ELSE IF SECTION-NAME EQUAL TO "QUARANTN"                     CCVS21.0
006136         READ QUARANTINE-FILE                                     CCVS21.0
006140             AT END SET TARGET-EOF TO TRUE.                       CCVS21.0
006150     IF NOT TARGET-EOF                                            CCVS21.0
006160         PERFORM MOVE-TARGET-RECORD.                              CCVS21.0
006170 MOVE-TARGET-RECORD.                                              CCVS21.0
006180     IF SECTION-NAME EQUAL TO "INSPDISP"                          CCVS21.0
006190         MOVE INSPECT-DISPOSITION-REC TO HASH-RECORD-AREA         CCVS21.0
006200     ELSE IF SECTION-NAME EQUAL TO "TICKETNO"                     CCVS21.0
006210         MOVE TICKET-XREF-REC TO HASH-RECORD-AREA                 CCVS21.0
006220     ELSE IF SECTION-NAME EQUAL TO "ALERTHST"                     CCVS21.0
006230         MOVE ALERT-HISTORY-REC TO HASH-RECORD-AREA               CCVS21.0
006240     ELSE IF SECTION-NAME EQUAL TO "REPCATLG"                     CCVS21.0
006250         MOVE REPORT-CATALOG-REC TO HASH-RECORD-AREA              CCVS21.0
006260     ELSE IF SECTION-NAME EQUAL TO "RESETQUE"                     CCVS21.0
006270         MOVE RESET-QUEUE-REC TO HASH-RECORD-AREA                 CCVS21.0
006280     ELSE IF SECTION-NAME EQUAL TO "ROSTER"                       CCVS21.0
006290         MOVE ROSTER-REC TO HASH-RECORD-AREA                      CCVS21.0
006300     ELSE IF SECTION-NAME EQUAL TO "ROUTING"                      CCVS21.0
006310         MOVE ROUTING-TABLE-REC TO HASH-RECORD-AREA               CCVS21.0
006320     ELSE IF SECTION-NAME EQUAL TO "CHKPT"                        CCVS21.0
006325         MOVE CHECKPOINT-REC TO HASH-RECORD-AREA                  CCVS21.0
006330     ELSE IF SECTION-NAME EQUAL TO "QUARANTN"                     CCVS21.0
006335         MOVE QUARANTINE-REC TO HASH-RECORD-AREA.                 CCVS21.0
006340 CLOSE-TARGET-FILE.                                               CCVS21.0
006350     IF SECTION-NAME EQUAL TO "INSPDISP"                          CCVS21.0
006360         CLOSE INSPECT-DISPOSITION-FILE                           CCVS21.0
006370     ELSE IF SECTION-NAME EQUAL TO "TICKETNO"                     CCVS21.0
006380         CLOSE TICKET-XREF-FILE                                   CCVS21.0
006390     ELSE IF SECTION-NAME EQUAL TO "ALERTHST"                     CCVS21.0
006400         CLOSE ALERT-HISTORY-FILE                                 CCVS21.0
006410     ELSE IF SECTION-NAME EQUAL TO "REPCATLG"                     CCVS21.0
006420         CLOSE REPORT-CATALOG-FILE                                CCVS21.0
006430     ELSE IF SECTION-NAME EQUAL TO "RESETQUE"                     CCVS21.0
006440         CLOSE RESET-QUEUE-FILE                                   CCVS21.0
006450     ELSE IF SECTION-NAME EQUAL TO "ROSTER"                       CCVS21.0
006460         CLOSE ROSTER-FILE                                        CCVS21.0
006470     ELSE IF SECTION-NAME EQUAL TO "ROUTING"                      CCVS21.0
006480         CLOSE ROUTING-TABLE-FILE                                 CCVS21.0
006490     ELSE IF SECTION-NAME EQUAL TO "CHKPT"                        CCVS21.0
006495         CLOSE CHECKPOINT-FILE                                    CCVS21.0
006500     ELSE IF SECTION-NAME EQUAL TO "QUARANTN"                     CCVS21.0
006505         CLOSE QUARANTINE-FILE.                                   CCVS21.0
006510*    HASH TOTAL AS CCVSUNL FORMS IT: EACH BYTE'S VALUE (PLACED IN CCVS21.0
006520*    THE LOW-ORDER BYTE OF A HALFWORD WHOSE HIGH-ORDER BYTE IS    CCVS21.0
006530*    LOW-VALUE) TIMES ITS POSITION, OVER THE RECORD LENGTH.       CCVS21.0
006540 HASH-RECORD.                                                     CCVS21.0
006550     MOVE ZERO TO RECORD-HASH.                                    CCVS21.0
006560     MOVE LOW-VALUE TO BV-HIGH.                                   CCVS21.0
006570     PERFORM HASH-ONE-BYTE                                        CCVS21.0
006580         VARYING HASH-SUB FROM 1 BY 1                             CCVS21.0
006590         UNTIL HASH-SUB GREATER THAN SECTION-RECORD-LENGTH.       CCVS21.0
006600 HASH-ONE-BYTE.                                                   CCVS21.0
006610     MOVE HASH-BYTE (HASH-SUB) TO BV-LOW.                         CCVS21.0
006620     MULTIPLY BV-NUMBER BY HASH-SUB GIVING BYTE-HASH.             CCVS21.0
006630     ADD BYTE-HASH TO RECORD-HASH.                                CCVS21.0
006640*    THE TRAILER PROVES THE BACKUP WAS WRITTEN TO THE END.        CCVS21.0
006650 CHECK-BACKUP-TRAILER.                                            CCVS21.0
006660     MOVE SPACE TO SECTION-RESULT-LINE.                           CCVS21.0
006670     MOVE "CCVSUNL" TO SR-NAME.                                   CCVS21.0
006680     MOVE "CCVS.STATE.BACKUP" TO SR-DSN.                          CCVS21.0
006690     IF NOT TRAILER-SEEN                                          CCVS21.0
006700         MOVE "BACKUP TRAILER MISSING - BACKUP INCOMPLETE"        CCVS21.0
006710             TO SR-NOTE                                           CCVS21.0
006720         ADD 1 TO DIFFERENCE-COUNT                                CCVS21.0
006730     ELSE IF SECTIONS-SEEN-COUNT                                  CCVS21.0
006740                 NOT EQUAL TO TRAILER-SECTION-COUNT               CCVS21.0
006750         OR DATA-RECORDS-SEEN NOT EQUAL TO TRAILER-RECORD-COUNT   CCVS21.0
006760             MOVE "BACKUP TRAILER TOTALS DO NOT AGREE" TO SR-NOTE CCVS21.0
006770             ADD 1 TO DIFFERENCE-COUNT                            CCVS21.0
006780     ELSE                                                         CCVS21.0
006790         MOVE "BACKUP TRAILER PRESENT AND AGREES" TO SR-NOTE.     CCVS21.0
006800     MOVE SECTION-RESULT-LINE TO RESTORE-REPORT-REC.              CCVS21.0
006810     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
006820 CHECK-FILE-IN-BACKUP.                                            CCVS21.0
006830     IF SF-SELECTED-SW (KF-SUB) NOT EQUAL TO "Y"                  CCVS21.0
006840         OR SF-IN-BACKUP-SW (KF-SUB) EQUAL TO "Y"                 CCVS21.0
006850             GO TO CHECK-FILE-IN-BACKUP-EXIT.                     CCVS21.0
006860     MOVE SPACE TO SECTION-RESULT-LINE.                           CCVS21.0
006870     MOVE KF-NAME (KF-SUB) TO SR-NAME.                            CCVS21.0
006880     MOVE "NOT IN BACKUP - NOT RESTORED" TO SR-NOTE.              CCVS21.0
006890     MOVE SECTION-RESULT-LINE TO RESTORE-REPORT-REC.              CCVS21.0
006900     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
006910     ADD 1 TO DIFFERENCE-COUNT.                                   CCVS21.0
006920 CHECK-FILE-IN-BACKUP-EXIT. EXIT.                                 CCVS21.0
006930 PRINT-REPORT-TOTALS.                                             CCVS21.0
006940     MOVE SPACE TO RESTORE-TOTAL-LINE.                            CCVS21.0
006950     MOVE FILES-RESTORED-COUNT TO RT-COUNT.                       CCVS21.0
006960     MOVE "FILES RESTORED" TO RT-DESC.                            CCVS21.0
006970     MOVE RESTORE-TOTAL-LINE TO RESTORE-REPORT-REC.               CCVS21.0
006980     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
006990     MOVE SPACE TO RESTORE-TOTAL-LINE.                            CCVS21.0
007000     MOVE RECORDS-RESTORED-COUNT TO RT-COUNT.                     CCVS21.0
007010     MOVE "RECORDS RESTORED" TO RT-DESC.                          CCVS21.0
007020     MOVE RESTORE-TOTAL-LINE TO RESTORE-REPORT-REC.               CCVS21.0
007030     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
007040     MOVE SPACE TO RESTORE-TOTAL-LINE.                            CCVS21.0
007050     MOVE DIFFERENCE-COUNT TO RT-COUNT.                           CCVS21.0
007060     MOVE "DIFFERENCES FOUND" TO RT-DESC.                         CCVS21.0
007070     MOVE RESTORE-TOTAL-LINE TO RESTORE-REPORT-REC.               CCVS21.0
007080     PERFORM WRITE-REPORT-LINE.                                   CCVS21.0
007082     IF RESEAL-NEEDED                                             CCVS21.0
007084         MOVE RESEAL-LINE TO RESTORE-REPORT-REC                   CCVS21.0
007086         PERFORM WRITE-REPORT-LINE.                               CCVS21.0
007090 WRITE-REPORT-LINE.                                               CCVS21.0
007100     WRITE RESTORE-REPORT-REC AFTER ADVANCING 1 LINES.            CCVS21.0
