000100 IDENTIFICATION DIVISION.                                         CCVS11.0
000110 PROGRAM-ID. CCVSUNL.                                             CCVS11.0
000120*    POINT-IN-TIME UNLOAD OF THE SUITE STATE FILES THAT CANNOT BE CCVS11.0
000130*    REBUILT FROM THE RESULT JOURNAL, FOR DISASTER RECOVERY.  RUN CCVS11.0
000140*    AS THE LAST STEP OF THE NIGHTLY JOB, WHILE IT STILL HOLDS THECCVS11.0
000150*    SUITE LOCK, SO NOTHING CHANGES UNDER IT.  EACH FILE IS COPIEDCCVS11.0
000160*    WHOLE INTO ONE PORTABLE BACKUP DATASET (CCVS.STATE.BACKUP, A CCVS11.0
000170*    NEW GENERATION EACH NIGHT):                                  CCVS11.0
000180*        CCVS.K6SCA.INSPDISP    ANALYST VERDICTS (INDEXED)        CCVS11.0
000190*        CCVS.RUN.TICKETNO      PM TICKET CROSS-REFERENCE         CCVS11.0
000200*        CCVS.RUN.ALERTHST      ALERT EPISODE HISTORY             CCVS11.0
000210*        CCVS.REPORT.CATALOG    PRINT/DIGEST DATASET CATALOG      CCVS11.0
000220*        CCVS.RESET.QUEUE       PENDING BASELINE RESETS           CCVS11.0
000230*        CCVS.RUN.ROSTER        SUITE ROSTER                      CCVS11.0
000240*        CCVS.RUN.ROUTING       ALERT ROUTING TABLE               CCVS11.0
000250*        CCVS.K6SCA.CHKPT       RESTART CHECKPOINTS (INDEXED)     CCVS11.0
000260*        CCVS.K6SCA.QUARANTINE  QUARANTINE REGISTER               CCVS11.0
000270*    THE BACKUP OPENS WITH ONE HEADER RECORD (HD) CARRYING THE    CCVS11.0
000280*    NIGHT THE STATE BELONGS TO - THE DATE THE NIGHTLY LOCK WAS   CCVS11.0
000290*    TAKEN, FROM CCVS.SUITE.RUNSTATE, ELSE TODAY - AND THE UNLOAD CCVS11.0
000300*    DATE AND TIME.  EACH FILE THEN HAS A SECTION HEADER (SH:     CCVS11.0
000310*    FILE NAME, DSN, RECORD LENGTH, ORGANIZATION, WHETHER IT WAS  CCVS11.0
000320*    PRESENT), ITS RECORDS (DR) AND A SECTION TRAILER (ST) WITH   CCVS11.0
000330*    THE RECORD COUNT AND A HASH TOTAL.  A TRAILER RECORD (TR)    CCVS11.0
000340*    CLOSES THE BACKUP.  THE HASH TOTAL IS THE SUM, OVER EVERY    CCVS11.0
000350*    RECORD, OF EACH BYTE'S VALUE TIMES ITS POSITION IN THE       CCVS11.0
000360*    RECORD, SO A CHANGED, DROPPED OR SHIFTED BYTE SHOWS UP.      CCVS11.0
000370*    CCVSRLD RESTORES FROM THE BACKUP AND CHECKS BOTH TOTALS.     CCVS11.0
000380*    A FILE THAT CANNOT BE OPENED IS RECORDED AS NOT PRESENT (AN  CCVS11.0
000390*    EMPTY SECTION) AND THE STEP ENDS RC 4.  AT THE END OF THE    CCVS11.0
000400*    STEP A COMPLETION RECORD IS APPENDED TO THE RUN LEDGER.      CCVS11.0
000410 ENVIRONMENT DIVISION.                                            CCVS11.0
000420 INPUT-OUTPUT SECTION.                                            CCVS11.0
000430 FILE-CONTROL.                                                    CCVS11.0
000440     SELECT INSPECT-DISPOSITION-FILE ASSIGN TO                    CCVS11.0
000450     XXXXX066                                                     CCVS11.0
000460     ORGANIZATION INDEXED ACCESS MODE DYNAMIC                     CCVS11.0
000470     RECORD KEY IS ID-KEY                                         CCVS11.0
000480     FILE STATUS IS SOURCE-FILE-STATUS.                           CCVS11.0
000490     SELECT TICKET-XREF-FILE ASSIGN TO                            CCVS11.0
000500     XXXXX107                                                     CCVS11.0
000510     FILE STATUS IS SOURCE-FILE-STATUS.                           CCVS11.0
000520     SELECT ALERT-HISTORY-FILE ASSIGN TO                          CCVS11.0
000530     XXXXX070                                                     CCVS11.0
000540     FILE STATUS IS SOURCE-FILE-STATUS.                           CCVS11.0
000550     SELECT REPORT-CATALOG-FILE ASSIGN TO                         CCVS11.0
000560     XXXXX115                                                     CCVS11.0
000570     FILE STATUS IS SOURCE-FILE-STATUS.                           CCVS11.0
000580     SELECT RESET-QUEUE-FILE ASSIGN TO                            CCVS11.0
000590     XXXXX110                                                     CCVS11.0
000600     FILE STATUS IS SOURCE-FILE-STATUS.                           CCVS11.0
000610     SELECT ROSTER-FILE ASSIGN TO                                 CCVS11.0
000620     XXXXX084                                                     CCVS11.0
000630     FILE STATUS IS SOURCE-FILE-STATUS.                           CCVS11.0
000640     SELECT ROUTING-TABLE-FILE ASSIGN TO                          CCVS11.0
000650     XXXXX069                                                     CCVS11.0
000660     FILE STATUS IS SOURCE-FILE-STATUS.                           CCVS11.0
000670     SELECT CHECKPOINT-FILE ASSIGN TO                             CCVS11.0
000680     XXXXX062                                                     CCVS11.0
000690     ORGANIZATION INDEXED ACCESS MODE DYNAMIC                     CCVS11.0
000700     RECORD KEY IS CP-TEST-ID                                     CCVS11.0
000710     FILE STATUS IS SOURCE-FILE-STATUS.                           CCVS11.0
000720     SELECT QUARANTINE-FILE ASSIGN TO                             CCVS11.0
000730     XXXXX120                                                     CCVS11.0
000740     FILE STATUS IS SOURCE-FILE-STATUS.                           CCVS11.0
000750     SELECT STATE-BACKUP-FILE ASSIGN TO                           CCVS11.0
000760     XXXXX140.                                                    CCVS11.0
000770     SELECT UNLOAD-REPORT-FILE ASSIGN TO                          CCVS11.0
000780     XXXXX141.                                                    CCVS11.0
000790     SELECT RUN-STATE-FILE ASSIGN TO                              CCVS11.0
000800     XXXXX129                                                     CCVS11.0
000810     FILE STATUS IS RUN-STATE-STATUS.                             CCVS11.0
000820     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVS11.0
000830     XXXXX134                                                     CCVS11.0
000840     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVS11.0
000850 DATA DIVISION.                                                   CCVS11.0
000860 FILE SECTION.                                                    CCVS11.0
000870 FD  INSPECT-DISPOSITION-FILE.                                    CCVS11.0
000880 01  INSPECT-DISPOSITION-REC.                                     CCVS11.0
000890     02 ID-KEY                PIC X(31).                          CCVS11.0
000900     02 FILLER                PIC X(89).                          CCVS11.0
000910 FD  TICKET-XREF-FILE.                                            CCVS11.0
000920 01  TICKET-XREF-REC                    PIC X(60).                CCVS11.0
000930 FD  ALERT-HISTORY-FILE.                                          CCVS11.0
000940 01  ALERT-HISTORY-REC                  PIC X(120).               CCVS11.0
000950 FD  REPORT-CATALOG-FILE.                                         CCVS11.0
000960 01  REPORT-CATALOG-REC                 PIC X(80).                CCVS11.0
000970 FD  RESET-QUEUE-FILE.                                            CCVS11.0
000980 01  RESET-QUEUE-REC                    PIC X(100).               CCVS11.0
000990 FD  ROSTER-FILE.                                                 CCVS11.0
001000 01  ROSTER-REC                         PIC X(80).                CCVS11.0
001010 FD  ROUTING-TABLE-FILE.                                          CCVS11.0
001020 01  ROUTING-TABLE-REC                  PIC X(80).                CCVS11.0
001030 FD  CHECKPOINT-FILE.                                             CCVS11.0
001040 01  CHECKPOINT-REC.                                              CCVS11.0
001050     02 CP-TEST-ID            PIC X(9).                           CCVS11.0
001060     02 FILLER                PIC X(111).                         CCVS11.0
001070 FD  QUARANTINE-FILE.                                             CCVS11.0
001080 01  QUARANTINE-REC                     PIC X(120).               CCVS11.0
001090 FD  STATE-BACKUP-FILE.                                           CCVS11.0
001100 01  STATE-BACKUP-REC.                                            CCVS11.0
001110     02 BK-REC-TYPE           PIC XX.                             CCVS11.0
001120     02 FILLER                PIC X.                              CCVS11.0
001130     02 BK-FILE-NAME          PIC X(8).                           CCVS11.0
001140     02 FILLER                PIC X.                              CCVS11.0
001150     02 BK-DATA               PIC X(120).                         CCVS11.0
001160     02 FILLER                PIC X(8).                           CCVS11.0
001170 01  BACKUP-HEADER-FIELDS.                                        CCVS11.0
001180     02 FILLER                PIC X(12).                          CCVS11.0
001190     02 BH-NIGHT              PIC 9(8).                           CCVS11.0
001200     02 FILLER                PIC X.                              CCVS11.0
001210     02 BH-UNLOAD-DATE        PIC 9(8).                           CCVS11.0
001220     02 FILLER                PIC X.                              CCVS11.0
001230     02 BH-UNLOAD-TIME        PIC 9(8).                           CCVS11.0
001240     02 FILLER                PIC X.                              CCVS11.0
001250     02 BH-SECTION-COUNT      PIC 99.                             CCVS11.0
001260     02 FILLER                PIC X.                              CCVS11.0
001270     02 BH-TOTAL-RECORDS      PIC 9(9).                           CCVS11.0
001280     02 FILLER                PIC X(89).                          CCVS11.0
001290 01  BACKUP-SECTION-FIELDS.                                       CCVS11.0
001300     02 FILLER                PIC X(12).                          CCVS11.0
001310     02 BS-DSN                PIC X(44).                          CCVS11.0
001320     02 FILLER                PIC X.                              CCVS11.0
001330     02 BS-RECORD-LENGTH      PIC 999.                            CCVS11.0
001340     02 FILLER                PIC X.                              CCVS11.0
001350     02 BS-ORGANIZATION       PIC X(10).                          CCVS11.0
001360     02 FILLER                PIC X.                              CCVS11.0
001370     02 BS-PRESENT-SW         PIC X.                              CCVS11.0
001380     02 FILLER                PIC X.                              CCVS11.0
001390     02 BS-RECORD-COUNT       PIC 9(9).                           CCVS11.0
001400     02 FILLER                PIC X.                              CCVS11.0
001410     02 BS-HASH-TOTAL         PIC 9(15).                          CCVS11.0
001420     02 FILLER                PIC X(41).                          CCVS11.0
001430 FD  UNLOAD-REPORT-FILE.                                          CCVS11.0
001440 01  UNLOAD-REPORT-REC                  PIC X(120).               CCVS11.0
001450 FD  RUN-STATE-FILE.                                              CCVS11.0
001460 01  RUN-STATE-REC.                                               CCVS11.0
001470     02 RN-HOLDER             PIC X(8).                           CCVS11.0
001480     02 FILLER                PIC X.                              CCVS11.0
001490     02 RN-SINCE-DATE         PIC 9(8).                           CCVS11.0
001500     02 FILLER                PIC X.                              CCVS11.0
001510     02 RN-SINCE-TIME         PIC 9(8).                           CCVS11.0
001520     02 FILLER                PIC X(54).                          CCVS11.0
001530 FD  RUN-LEDGER-FILE.                                             CCVS11.0
001540 01  RUN-LEDGER-REC.                                              CCVS11.0
001550     02 LG-RUN-DATE           PIC 9(8).                           CCVS11.0
001560     02 FILLER                PIC X.                              CCVS11.0
001570     02 LG-STREAM-ID          PIC X.                              CCVS11.0
001580     02 FILLER                PIC X.                              CCVS11.0
001590     02 LG-PGM-ID             PIC X(9).                           CCVS11.0
001600     02 FILLER                PIC X.                              CCVS11.0
001610     02 LG-ACTION             PIC X(8).                           CCVS11.0
001620     02 FILLER                PIC X.                              CCVS11.0
001630     02 LG-START-DATE         PIC 9(8).                           CCVS11.0
001640     02 FILLER                PIC X.                              CCVS11.0
001650     02 LG-START-TIME         PIC 9(8).                           CCVS11.0
001660     02 FILLER                PIC X.                              CCVS11.0
001670     02 LG-END-DATE           PIC 9(8).                           CCVS11.0
001680     02 FILLER                PIC X.                              CCVS11.0
001690     02 LG-END-TIME           PIC 9(8).                           CCVS11.0
001700     02 FILLER                PIC X.                              CCVS11.0
001710     02 LG-RETURN-CODE        PIC 9(4).                           CCVS11.0
001720     02 FILLER                PIC X.                              CCVS11.0
001730     02 LG-REASON             PIC X(40).                          CCVS11.0
001740     02 FILLER                PIC X(9).                           CCVS11.0
001750 WORKING-STORAGE SECTION.                                         CCVS11.0
001760 01  SOURCE-FILE-STATUS                 PIC XX     VALUE SPACE.   CCVS11.0
001770 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVS11.0
001780 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVS11.0
001790 01  LEDGER-START-DATE                  PIC 9(8)   VALUE ZERO.    CCVS11.0
001800 01  LEDGER-START-TIME                  PIC 9(8)   VALUE ZERO.    CCVS11.0
001810 01  LEDGER-REASON                      PIC X(40)                 CCVS11.0
001820         VALUE "STATE FILES UNLOADED".                            CCVS11.0
001830 01  SOURCE-EOF-SW                      PIC X      VALUE "N".     CCVS11.0
001840     88 SOURCE-EOF                                 VALUE "Y".     CCVS11.0
001850 01  UNLOAD-NIGHT                       PIC 9(8)   VALUE ZERO.    CCVS11.0
001860 01  UNLOAD-DATE                        PIC 9(8)   VALUE ZERO.    CCVS11.0
001870 01  UNLOAD-TIME                        PIC 9(8)   VALUE ZERO.    CCVS11.0
001880 01  SECTION-REC-TYPE                   PIC XX     VALUE SPACE.   CCVS11.0
001890 01  SECTION-NAME                       PIC X(8)   VALUE SPACE.   CCVS11.0
001900 01  SECTION-DSN                        PIC X(44)  VALUE SPACE.   CCVS11.0
001910 01  SECTION-RECORD-LENGTH              PIC 999    VALUE ZERO.    CCVS11.0
001920 01  SECTION-ORGANIZATION               PIC X(10)  VALUE SPACE.   CCVS11.0
001930 01  SECTION-PRESENT-SW                 PIC X      VALUE "N".     CCVS11.0
001940     88 SECTION-PRESENT                            VALUE "Y".     CCVS11.0
001950 01  SECTION-RECORD-COUNT               PIC 9(9)   VALUE ZERO.    CCVS11.0
001960 01  SECTION-HASH-TOTAL                 PIC 9(15)  VALUE ZERO.    CCVS11.0
001970 01  SECTION-COUNT                      PIC 99     VALUE ZERO.    CCVS11.0
001980 01  ABSENT-COUNT                       PIC 99     VALUE ZERO.    CCVS11.0
001990 01  TOTAL-RECORD-COUNT                 PIC 9(9)   VALUE ZERO.    CCVS11.0
002000 01  HASH-RECORD-AREA.                                            CCVS11.0
002010     02 HASH-BYTE             PIC X      OCCURS 120 TIMES.        CCVS11.0
002020 01  BYTE-VALUE-WORK.                                             CCVS11.0
002030     02 BV-NUMBER             PIC 9(4)   COMP.                    CCVS11.0
002040 01  BYTE-VALUE-CHARS REDEFINES BYTE-VALUE-WORK.                  CCVS11.0
002050     02 BV-HIGH               PIC X.                              CCVS11.0
002060     02 BV-LOW                PIC X.                              CCVS11.0
002070 01  BYTE-HASH                          PIC 9(7)   VALUE ZERO.    CCVS11.0
002080 01  RECORD-HASH                        PIC 9(9)   VALUE ZERO.    CCVS11.0
002090 01  HASH-SUB                           PIC S9(4) COMP VALUE 0.   CCVS11.0
002100 01  UNLOAD-HEADING-1.                                            CCVS11.0
002110     02 FILLER PIC X(20) VALUE SPACE.                             CCVS11.0
002120     02 FILLER PIC X(40)                                          CCVS11.0
002130         VALUE "CCVS STATE-FILE UNLOAD FOR RECOVERY".             CCVS11.0
002140     02 FILLER PIC X(8)  VALUE "NIGHT = ".                        CCVS11.0
002150     02 UH-NIGHT           PIC 9(8).                              CCVS11.0
002160     02 FILLER PIC X(11) VALUE "  UNLOADED ".                     CCVS11.0
002170     02 UH-UNLOAD-DATE     PIC 9(8).                              CCVS11.0
002180     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS11.0
002190     02 UH-UNLOAD-TIME     PIC 9(8).                              CCVS11.0
002200     02 FILLER PIC X(16) VALUE SPACE.                             CCVS11.0
002210 01  UNLOAD-HEADING-2.                                            CCVS11.0
002220     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS11.0
002230     02 FILLER PIC X(10) VALUE "FILE".                            CCVS11.0
002240     02 FILLER PIC X(45) VALUE "DATASET".                         CCVS11.0
002250     02 FILLER PIC X(11) VALUE "ORGANIZ.".                        CCVS11.0
002260     02 FILLER PIC X(11) VALUE "  RECORDS".                       CCVS11.0
002270     02 FILLER PIC X(17) VALUE "       HASH TOTAL".               CCVS11.0
002280     02 FILLER PIC X(25) VALUE SPACE.                             CCVS11.0
002290 01  SECTION-DETAIL-LINE.                                         CCVS11.0
002300     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS11.0
002310     02 SD-NAME            PIC X(8).                              CCVS11.0
002320     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS11.0
002330     02 SD-DSN             PIC X(44).                             CCVS11.0
002340     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS11.0
002350     02 SD-ORGANIZATION    PIC X(10).                             CCVS11.0
002360     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS11.0
002370     02 SD-RECORD-COUNT    PIC ZZZZZZZZ9.                         CCVS11.0
002380     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS11.0
002390     02 SD-HASH-TOTAL      PIC Z(14)9.                            CCVS11.0
002400     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS11.0
002410     02 SD-NOTE            PIC X(25).                             CCVS11.0
002420 01  UNLOAD-TOTAL-LINE.                                           CCVS11.0
002430     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS11.0
002440     02 UT-COUNT           PIC ZZZZZZZZ9.                         CCVS11.0
002450     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS11.0
002460     02 UT-DESC            PIC X(50).                             CCVS11.0
002470     02 FILLER PIC X(59) VALUE SPACE.                             CCVS11.0
002480 PROCEDURE DIVISION.                                              CCVS11.0
002490 CCVSUNL-MAIN SECTION.                                            CCVS11.0
002500 OPEN-FILES.                                                      CCVS11.0
002510     ACCEPT LEDGER-START-DATE FROM DATE YYYYMMDD.                 CCVS11.0
002520     ACCEPT LEDGER-START-TIME FROM TIME.                          CCVS11.0
002530     ACCEPT UNLOAD-DATE FROM DATE YYYYMMDD.                       CCVS11.0
002540     ACCEPT UNLOAD-TIME FROM TIME.                                CCVS11.0
002550     PERFORM DETERMINE-UNLOAD-NIGHT                               CCVS11.0
002560         THRU DETERMINE-UNLOAD-NIGHT-EXIT.                        CCVS11.0
002570     OPEN OUTPUT UNLOAD-REPORT-FILE.                              CCVS11.0
002580     PERFORM PRINT-REPORT-HEADING.                                CCVS11.0
002590     OPEN OUTPUT STATE-BACKUP-FILE.                               CCVS11.0
002600     MOVE SPACE TO STATE-BACKUP-REC.                              CCVS11.0
002610     MOVE "HD" TO BK-REC-TYPE.                                    CCVS11.0
002620     MOVE "CCVSUNL" TO BK-FILE-NAME.                              CCVS11.0
002630     MOVE UNLOAD-NIGHT TO BH-NIGHT.                               CCVS11.0
002640     MOVE UNLOAD-DATE TO BH-UNLOAD-DATE.                          CCVS11.0
002650     MOVE UNLOAD-TIME TO BH-UNLOAD-TIME.                          CCVS11.0
002660     MOVE 9 TO BH-SECTION-COUNT.                                  CCVS11.0
002670     MOVE ZERO TO BH-TOTAL-RECORDS.                               CCVS11.0
002680     WRITE STATE-BACKUP-REC.                                      CCVS11.0
002690     PERFORM UNLOAD-INSPECT-DISPOSITION                           CCVS11.0
002700         THRU UNLOAD-INSPECT-DISPOSITION-EXIT.                    CCVS11.0
002710     PERFORM UNLOAD-TICKET-XREF THRU UNLOAD-TICKET-XREF-EXIT.     CCVS11.0
002720     PERFORM UNLOAD-ALERT-HISTORY THRU UNLOAD-ALERT-HISTORY-EXIT. CCVS11.0
002730     PERFORM UNLOAD-REPORT-CATALOG                                CCVS11.0
002740         THRU UNLOAD-REPORT-CATALOG-EXIT.                         CCVS11.0
002750     PERFORM UNLOAD-RESET-QUEUE THRU UNLOAD-RESET-QUEUE-EXIT.     CCVS11.0
002760     PERFORM UNLOAD-ROSTER THRU UNLOAD-ROSTER-EXIT.               CCVS11.0
002770     PERFORM UNLOAD-ROUTING-TABLE THRU UNLOAD-ROUTING-TABLE-EXIT. CCVS11.0
002780     PERFORM UNLOAD-CHECKPOINT THRU UNLOAD-CHECKPOINT-EXIT.       CCVS11.0
002790     PERFORM UNLOAD-QUARANTINE THRU UNLOAD-QUARANTINE-EXIT.       CCVS11.0
002800     MOVE SPACE TO STATE-BACKUP-REC.                              CCVS11.0
002810     MOVE "TR" TO BK-REC-TYPE.                                    CCVS11.0
002820     MOVE "CCVSUNL" TO BK-FILE-NAME.                              CCVS11.0
002830     MOVE UNLOAD-NIGHT TO BH-NIGHT.                               CCVS11.0
002840     MOVE UNLOAD-DATE TO BH-UNLOAD-DATE.                          CCVS11.0
002850     MOVE UNLOAD-TIME TO BH-UNLOAD-TIME.                          CCVS11.0
002860     MOVE SECTION-COUNT TO BH-SECTION-COUNT.                      CCVS11.0
002870     MOVE TOTAL-RECORD-COUNT TO BH-TOTAL-RECORDS.                 CCVS11.0
002880     WRITE STATE-BACKUP-REC.                                      CCVS11.0
002890     CLOSE STATE-BACKUP-FILE.                                     CCVS11.0
002900     PERFORM PRINT-REPORT-TOTALS.                                 CCVS11.0
002910     IF ABSENT-COUNT GREATER THAN ZERO                            CCVS11.0
002920         MOVE 4 TO RETURN-CODE                                    CCVS11.0
002930         MOVE "UNLOADED - SOME FILES NOT PRESENT"                 CCVS11.0
002940             TO LEDGER-REASON.                                    CCVS11.0
002950 CLOSE-FILES.                                                     CCVS11.0
002960     CLOSE UNLOAD-REPORT-FILE.                                    CCVS11.0
002970     PERFORM WRITE-RUN-LEDGER.                                    CCVS11.0
002980     STOP RUN.                                                    CCVS11.0
002990*    THE NIGHT THE STATE BELONGS TO IS THE DATE THE NIGHTLY JOB   CCVS11.0
003000*    TOOK THE SUITE LOCK, SO A STEP RUN AFTER MIDNIGHT STILL FILESCCVS11.0
003010*    ITS BACKUP UNDER THE RIGHT NIGHT.                            CCVS11.0
003020 DETERMINE-UNLOAD-NIGHT.                                          CCVS11.0
003030     MOVE UNLOAD-DATE TO UNLOAD-NIGHT.                            CCVS11.0
003040     OPEN INPUT RUN-STATE-FILE.                                   CCVS11.0
003050     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVS11.0
003060         GO TO DETERMINE-UNLOAD-NIGHT-EXIT.                       CCVS11.0
003070     READ RUN-STATE-FILE                                          CCVS11.0
003080         AT END MOVE SPACE TO RN-HOLDER.                          CCVS11.0
003090     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVS11.0
003100         AND RN-SINCE-DATE IS NUMERIC                             CCVS11.0
003110             MOVE RN-SINCE-DATE TO UNLOAD-NIGHT.                  CCVS11.0
003120     CLOSE RUN-STATE-FILE.                                        CCVS11.0
003130 DETERMINE-UNLOAD-NIGHT-EXIT. EXIT.                               CCVS11.0
003140*    ONE PARAGRAPH PER FILE: OPEN IT, WRITE THE SECTION HEADER,   CCVS11.0
003150*    COPY EVERY RECORD (THE INDEXED FILES IN KEY ORDER), THEN THE CCVS11.0
003160*    SECTION TRAILER.  A FILE THAT WILL NOT OPEN GETS AN EMPTY    CCVS11.0
003170*    SECTION MARKED NOT PRESENT.                                  CCVS11.0
003180 UNLOAD-INSPECT-DISPOSITION.                                      CCVS11.0
003190     MOVE "INSPDISP" TO SECTION-NAME.                             CCVS11.0
003200     MOVE "CCVS.K6SCA.INSPDISP" TO SECTION-DSN.                   CCVS11.0
003210     MOVE 120 TO SECTION-RECORD-LENGTH.                           CCVS11.0
003220     MOVE "INDEXED" TO SECTION-ORGANIZATION.                      CCVS11.0
003230     OPEN INPUT INSPECT-DISPOSITION-FILE.                         CCVS11.0
003240     PERFORM BEGIN-SECTION.                                       CCVS11.0
003250     IF NOT SECTION-PRESENT                                       CCVS11.0
003260         GO TO UNLOAD-INSPECT-DISPOSITION-END.                    CCVS11.0
003270     PERFORM READ-INSPECT-DISPOSITION.                            CCVS11.0
003280     PERFORM COPY-INSPECT-DISPOSITION UNTIL SOURCE-EOF.           CCVS11.0
003290     CLOSE INSPECT-DISPOSITION-FILE.                              CCVS11.0
003300 UNLOAD-INSPECT-DISPOSITION-END.                                  CCVS11.0
003310     PERFORM END-SECTION.                                         CCVS11.0
003320 UNLOAD-INSPECT-DISPOSITION-EXIT. EXIT.                           CCVS11.0
003330 READ-INSPECT-DISPOSITION.                                        CCVS11.0
003340     READ INSPECT-DISPOSITION-FILE NEXT RECORD                    CCVS11.0
003350         AT END SET SOURCE-EOF TO TRUE.                           CCVS11.0
003360 COPY-INSPECT-DISPOSITION.                                        CCVS11.0
003370     MOVE INSPECT-DISPOSITION-REC TO HASH-RECORD-AREA.            CCVS11.0
003380     PERFORM WRITE-DATA-RECORD.                                   CCVS11.0
003390     PERFORM READ-INSPECT-DISPOSITION.                            CCVS11.0
003400 UNLOAD-TICKET-XREF.                                              CCVS11.0
003410     MOVE "TICKETNO" TO SECTION-NAME.                             CCVS11.0
003420     MOVE "CCVS.RUN.TICKETNO" TO SECTION-DSN.                     CCVS11.0
003430     MOVE 60 TO SECTION-RECORD-LENGTH.                            CCVS11.0
003440     MOVE "SEQUENTIAL" TO SECTION-ORGANIZATION.                   CCVS11.0
003450     OPEN INPUT TICKET-XREF-FILE.                                 CCVS11.0
003460     PERFORM BEGIN-SECTION.                                       CCVS11.0
003470     IF NOT SECTION-PRESENT                                       CCVS11.0
003480         GO TO UNLOAD-TICKET-XREF-END.                            CCVS11.0
003490     PERFORM READ-TICKET-XREF.                                    CCVS11.0
003500     PERFORM COPY-TICKET-XREF UNTIL SOURCE-EOF.                   CCVS11.0
003510     CLOSE TICKET-XREF-FILE.                                      CCVS11.0
003520 UNLOAD-TICKET-XREF-END.                                          CCVS11.0
003530     PERFORM END-SECTION.                                         CCVS11.0
003540 UNLOAD-TICKET-XREF-EXIT. EXIT.                                   CCVS11.0
003550 READ-TICKET-XREF.                                                CCVS11.0
003560     READ TICKET-XREF-FILE                                        CCVS11.0
003570         AT END SET SOURCE-EOF TO TRUE.                           CCVS11.0
003580 COPY-TICKET-XREF.                                                CCVS11.0
003590     MOVE TICKET-XREF-REC TO HASH-RECORD-AREA.                    CCVS11.0
003600     PERFORM WRITE-DATA-RECORD.                                   CCVS11.0
003610     PERFORM READ-TICKET-XREF.                                    CCVS11.0
003620 UNLOAD-ALERT-HISTORY.                                            CCVS11.0
003630     MOVE "ALERTHST" TO SECTION-NAME.                             CCVS11.0
003640     MOVE "CCVS.RUN.ALERTHST" TO SECTION-DSN.                     CCVS11.0
003650     MOVE 120 TO SECTION-RECORD-LENGTH.                           CCVS11.0
003660     MOVE "SEQUENTIAL" TO SECTION-ORGANIZATION.                   CCVS11.0
003670     OPEN INPUT ALERT-HISTORY-FILE.                               CCVS11.0
003680     PERFORM BEGIN-SECTION.                                       CCVS11.0
003690     IF NOT SECTION-PRESENT                                       CCVS11.0
003700         GO TO UNLOAD-ALERT-HISTORY-END.                          CCVS11.0
003710     PERFORM READ-ALERT-HISTORY.                                  CCVS11.0
003720     PERFORM COPY-ALERT-HISTORY UNTIL SOURCE-EOF.                 CCVS11.0
003730     CLOSE ALERT-HISTORY-FILE.                                    CCVS11.0
003740 UNLOAD-ALERT-HISTORY-END.                                        CCVS11.0
003750     PERFORM END-SECTION.                                         CCVS11.0
003760 UNLOAD-ALERT-HISTORY-EXIT. EXIT.                                 CCVS11.0
003770 READ-ALERT-HISTORY.                                              CCVS11.0
003780     READ ALERT-HISTORY-FILE                                      CCVS11.0
003790         AT END SET SOURCE-EOF TO TRUE.                           CCVS11.0
003800 COPY-ALERT-HISTORY.                                              CCVS11.0
003810     MOVE ALERT-HISTORY-REC TO HASH-RECORD-AREA.                  CCVS11.0
003820     PERFORM WRITE-DATA-RECORD.                                   CCVS11.0
003830     PERFORM READ-ALERT-HISTORY.                                  CCVS11.0
003840 UNLOAD-REPORT-CATALOG.                                           CCVS11.0
003850     MOVE "REPCATLG" TO SECTION-NAME.                             CCVS11.0
003860     MOVE "CCVS.REPORT.CATALOG" TO SECTION-DSN.                   CCVS11.0
003870     MOVE 80 TO SECTION-RECORD-LENGTH.                            CCVS11.0
003880     MOVE "SEQUENTIAL" TO SECTION-ORGANIZATION.                   CCVS11.0
003890     OPEN INPUT REPORT-CATALOG-FILE.                              CCVS11.0
003900     PERFORM BEGIN-SECTION.                                       CCVS11.0
003910     IF NOT SECTION-PRESENT                                       CCVS11.0
003920         GO TO UNLOAD-REPORT-CATALOG-END.                         CCVS11.0
003930     PERFORM READ-REPORT-CATALOG.                                 CCVS11.0
003940     PERFORM COPY-REPORT-CATALOG UNTIL SOURCE-EOF.                CCVS11.0
003950     CLOSE REPORT-CATALOG-FILE.                                   CCVS11.0
003960 UNLOAD-REPORT-CATALOG-END.                                       CCVS11.0
003970     PERFORM END-SECTION.                                         CCVS11.0
003980 UNLOAD-REPORT-CATALOG-EXIT. EXIT.                                CCVS11.0
003990 READ-REPORT-CATALOG.                                             CCVS11.0
004000     READ REPORT-CATALOG-FILE                                     CCVS11.0
004010         AT END SET SOURCE-EOF TO TRUE.                           CCVS11.0
004020 COPY-REPORT-CATALOG.                                             CCVS11.0
004030     MOVE REPORT-CATALOG-REC TO HASH-RECORD-AREA.                 CCVS11.0
004040     PERFORM WRITE-DATA-RECORD.                                   CCVS11.0
004050     PERFORM READ-REPORT-CATALOG.                                 CCVS11.0
004060 UNLOAD-RESET-QUEUE.                                              CCVS11.0
004070     MOVE "RESETQUE" TO SECTION-NAME.                             CCVS11.0
004080     MOVE "CCVS.RESET.QUEUE" TO SECTION-DSN.                      CCVS11.0
004090     MOVE 100 TO SECTION-RECORD-LENGTH.                           CCVS11.0
004100     MOVE "SEQUENTIAL" TO SECTION-ORGANIZATION.                   CCVS11.0
004110     OPEN INPUT RESET-QUEUE-FILE.                                 CCVS11.0
004120     PERFORM BEGIN-SECTION.                                       CCVS11.0
004130     IF NOT SECTION-PRESENT                                       CCVS11.0
004140         GO TO UNLOAD-RESET-QUEUE-END.                            CCVS11.0
004150     PERFORM READ-RESET-QUEUE.                                    CCVS11.0
004160     PERFORM COPY-RESET-QUEUE UNTIL SOURCE-EOF.                   CCVS11.0
004170     CLOSE RESET-QUEUE-FILE.                                      CCVS11.0
004180 UNLOAD-RESET-QUEUE-END.                                          CCVS11.0
004190     PERFORM END-SECTION.                                         CCVS11.0
004200 UNLOAD-RESET-QUEUE-EXIT. EXIT.                                   CCVS11.0
004210 READ-RESET-QUEUE.                                                CCVS11.0
004220     READ RESET-QUEUE-FILE                                        CCVS11.0
004230         AT END SET SOURCE-EOF TO TRUE.                           CCVS11.0
004240 COPY-RESET-QUEUE.                                                CCVS11.0
004250     MOVE RESET-QUEUE-REC TO HASH-RECORD-AREA.                    CCVS11.0
004260     PERFORM WRITE-DATA-RECORD.                                   CCVS11.0
004270     PERFORM READ-RESET-QUEUE.                                    CCVS11.0
004280 UNLOAD-ROSTER.                                                   CCVS11.0
004290     MOVE "ROSTER" TO SECTION-NAME.                               CCVS11.0
004300     MOVE "CCVS.RUN.ROSTER" TO SECTION-DSN.                       CCVS11.0
004310     MOVE 80 TO SECTION-RECORD-LENGTH.                            CCVS11.0
004320     MOVE "SEQUENTIAL" TO SECTION-ORGANIZATION.                   CCVS11.0
004330     OPEN INPUT ROSTER-FILE.                                      CCVS11.0
004340     PERFORM BEGIN-SECTION.                                       CCVS11.0
004350     IF NOT SECTION-PRESENT                                       CCVS11.0
004360         GO TO UNLOAD-ROSTER-END.                                 CCVS11.0
004370     PERFORM READ-ROSTER.                                         CCVS11.0
004380     PERFORM COPY-ROSTER UNTIL SOURCE-EOF.                        CCVS11.0
004390     CLOSE ROSTER-FILE.                                           CCVS11.0
004400 UNLOAD-ROSTER-END.                                               CCVS11.0
004410     PERFORM END-SECTION.                                         CCVS11.0
004420 UNLOAD-ROSTER-EXIT. EXIT.                                        CCVS11.0
004430 READ-ROSTER.                                                     CCVS11.0
004440     READ ROSTER-FILE                                             CCVS11.0
004450         AT END SET SOURCE-EOF TO TRUE.                           CCVS11.0
004460 COPY-ROSTER.                                                     CCVS11.0
004470     MOVE ROSTER-REC TO HASH-RECORD-AREA.                         CCVS11.0
004480     PERFORM WRITE-DATA-RECORD.                                   CCVS11.0
004490     PERFORM READ-ROSTER.                                         CCVS11.0
004500 UNLOAD-ROUTING-TABLE.                                            CCVS11.0
004510     MOVE "ROUTING" TO SECTION-NAME.                              CCVS11.0
004520     MOVE "CCVS.RUN.ROUTING" TO SECTION-DSN.                      CCVS11.0
004530     MOVE 80 TO SECTION-RECORD-LENGTH.                            CCVS11.0
004540     MOVE "SEQUENTIAL" TO SECTION-ORGANIZATION.                   CCVS11.0
004550     OPEN INPUT ROUTING-TABLE-FILE.                               CCVS11.0
004560     PERFORM BEGIN-SECTION.                                       CCVS11.0
004570     IF NOT SECTION-PRESENT                                       CCVS11.0
004580         GO TO UNLOAD-ROUTING-TABLE-END.                          CCVS11.0
004590     PERFORM READ-ROUTING-TABLE.                                  CCVS11.0
004600     PERFORM COPY-ROUTING-TABLE UNTIL SOURCE-EOF.                 CCVS11.0
004610     CLOSE ROUTING-TABLE-FILE.                                    CCVS11.0
004620 UNLOAD-ROUTING-TABLE-END.                                        CCVS11.0
004630     PERFORM END-SECTION.                                         CCVS11.0
004640 UNLOAD-ROUTING-TABLE-EXIT. EXIT.                                 CCVS11.0
004650 READ-ROUTING-TABLE.                                              CCVS11.0
004660     READ ROUTING-TABLE-FILE                                      CCVS11.0
004670         AT END SET SOURCE-EOF TO TRUE.                           CCVS11.0
004680 COPY-ROUTING-TABLE.                                              CCVS11.0
004690     MOVE ROUTING-TABLE-REC TO HASH-RECORD-AREA.                  CCVS11.0
004700     PERFORM WRITE-DATA-RECORD.                                   CCVS11.0
004710     PERFORM READ-ROUTING-TABLE.                                  CCVS11.0
004720 UNLOAD-CHECKPOINT.                                               CCVS11.0
004730     MOVE "CHKPT" TO SECTION-NAME.                                CCVS11.0
004740     MOVE "CCVS.K6SCA.CHKPT" TO SECTION-DSN.                      CCVS11.0
004750     MOVE 120 TO SECTION-RECORD-LENGTH.                           CCVS11.0
004760     MOVE "INDEXED" TO SECTION-ORGANIZATION.                      CCVS11.0
004770     OPEN INPUT CHECKPOINT-FILE.                                  CCVS11.0
004780     PERFORM BEGIN-SECTION.                                       CCVS11.0
004790     IF NOT SECTION-PRESENT                                       CCVS11.0
004800         GO TO UNLOAD-CHECKPOINT-END.                             CCVS11.0
004810     PERFORM READ-CHECKPOINT.                                     CCVS11.0
004820     PERFORM COPY-CHECKPOINT UNTIL SOURCE-EOF.                    CCVS11.0
004830     CLOSE CHECKPOINT-FILE.                                       CCVS11.0
004840 UNLOAD-CHECKPOINT-END.                                           CCVS11.0
004850     PERFORM END-SECTION.                                         CCVS11.0
004860 UNLOAD-CHECKPOINT-EXIT. EXIT.                                    CCVS11.0
004870 READ-CHECKPOINT.                                                 CCVS11.0
004880     READ CHECKPOINT-FILE NEXT RECORD                             CCVS11.0
004890         AT END SET SOURCE-EOF TO TRUE.                           CCVS11.0
004900 COPY-CHECKPOINT.                                                 CCVS11.0
004910     MOVE CHECKPOINT-REC TO HASH-RECORD-AREA.                     CCVS11.0
004920     PERFORM WRITE-DATA-RECORD.                                   CCVS11.0
004930     PERFORM READ-CHECKPOINT.                                     CCVS11.0
004940 UNLOAD-QUARANTINE.                                               CCVS11.0
004950     MOVE "QUARANTN" TO SECTION-NAME.                             CCVS11.0
004960     MOVE "CCVS.K6SCA.QUARANTINE" TO SECTION-DSN.                 CCVS11.0
004970     MOVE 120 TO SECTION-RECORD-LENGTH.                           CCVS11.0
004980     MOVE "SEQUENTIAL" TO SECTION-ORGANIZATION.                   CCVS11.0
004990     OPEN INPUT QUARANTINE-FILE.                                  CCVS11.0
005000     PERFORM BEGIN-SECTION.                                       CCVS11.0
005010     IF NOT SECTION-PRESENT                                       CCVS11.0
005020         GO TO UNLOAD-QUARANTINE-END.                             CCVS11.0
005030     PERFORM READ-QUARANTINE.                                     CCVS11.0
005040     PERFORM COPY-QUARANTINE UNTIL SOURCE-EOF.                    CCVS11.0
005050     CLOSE QUARANTINE-FILE.                                       CCVS11.0
005060 UNLOAD-QUARANTINE-END.                                           CCVS11.0
005070     PERFORM END-SECTION.                                         CCVS11.0
005080 UNLOAD-QUARANTINE-EXIT. EXIT.                                    CCVS11.0
005090 READ-QUARANTINE.                                                 CCVS11.0
005100     READ QUARANTINE-FILE                                         CCVS11.0
005110         AT END SET SOURCE-EOF TO TRUE.                           CCVS11.0
005120 COPY-QUARANTINE.                                                 CCVS11.0
005130     MOVE QUARANTINE-REC TO HASH-RECORD-AREA.                     CCVS11.0
005140     PERFORM WRITE-DATA-RECORD.                                   CCVS11.0
005150     PERFORM READ-QUARANTINE.                                     CCVS11.0
005160*    SECTION HEADER.  CALLED RIGHT AFTER THE OPEN, SO THE FILE    CCVS11.0
005170*    STATUS STILL SAYS WHETHER THE FILE IS THERE.                 CCVS11.0
005180 BEGIN-SECTION.                                                   CCVS11.0
005190     ADD 1 TO SECTION-COUNT.                                      CCVS11.0
005200     MOVE ZERO TO SECTION-RECORD-COUNT.                           CCVS11.0
005210     MOVE ZERO TO SECTION-HASH-TOTAL.                             CCVS11.0
005220     MOVE "N" TO SOURCE-EOF-SW.                                   CCVS11.0
005230     IF SOURCE-FILE-STATUS EQUAL TO "00"                          CCVS11.0
005240         SET SECTION-PRESENT TO TRUE                              CCVS11.0
005250     ELSE                                                         CCVS11.0
005260         MOVE "N" TO SECTION-PRESENT-SW                           CCVS11.0
005270         ADD 1 TO ABSENT-COUNT.                                   CCVS11.0
005280     MOVE "SH" TO SECTION-REC-TYPE.                               CCVS11.0
005290     PERFORM WRITE-SECTION-RECORD.                                CCVS11.0
005300 WRITE-DATA-RECORD.                                               CCVS11.0
005310     PERFORM HASH-RECORD.                                         CCVS11.0
005320     ADD 1 TO SECTION-RECORD-COUNT.                               CCVS11.0
005330     ADD 1 TO TOTAL-RECORD-COUNT.                                 CCVS11.0
005340     MOVE SPACE TO STATE-BACKUP-REC.                              CCVS11.0
005350     MOVE "DR" TO BK-REC-TYPE.                                    CCVS11.0
005360     MOVE SECTION-NAME TO BK-FILE-NAME.                           CCVS11.0
005370     MOVE HASH-RECORD-AREA TO BK-DATA.                            CCVS11.0
005380     WRITE STATE-BACKUP-REC.                                      CCVS11.0
005390 END-SECTION.                                                     CCVS11.0
005400     MOVE "ST" TO SECTION-REC-TYPE.                               CCVS11.0
005410     PERFORM WRITE-SECTION-RECORD.                                CCVS11.0
005420     MOVE SPACE TO SECTION-DETAIL-LINE.                           CCVS11.0
005430     MOVE SECTION-NAME TO SD-NAME.                                CCVS11.0
005440     MOVE SECTION-DSN TO SD-DSN.                                  CCVS11.0
005450     MOVE SECTION-ORGANIZATION TO SD-ORGANIZATION.                CCVS11.0
005460     MOVE SECTION-RECORD-COUNT TO SD-RECORD-COUNT.                CCVS11.0
005470     MOVE SECTION-HASH-TOTAL TO SD-HASH-TOTAL.                    CCVS11.0
005480     IF NOT SECTION-PRESENT                                       CCVS11.0
005490         MOVE "NOT PRESENT - NOT SAVED" TO SD-NOTE.               CCVS11.0
005500     MOVE SECTION-DETAIL-LINE TO UNLOAD-REPORT-REC.               CCVS11.0
005510     PERFORM WRITE-REPORT-LINE.                                   CCVS11.0
005520 WRITE-SECTION-RECORD.                                            CCVS11.0
005530     MOVE SPACE TO STATE-BACKUP-REC.                              CCVS11.0
005540     MOVE SECTION-REC-TYPE TO BK-REC-TYPE.                        CCVS11.0
005550     MOVE SECTION-NAME TO BK-FILE-NAME.                           CCVS11.0
005560     MOVE SECTION-DSN TO BS-DSN.                                  CCVS11.0
005570     MOVE SECTION-RECORD-LENGTH TO BS-RECORD-LENGTH.              CCVS11.0
005580     MOVE SECTION-ORGANIZATION TO BS-ORGANIZATION.                CCVS11.0
005590     MOVE SECTION-PRESENT-SW TO BS-PRESENT-SW.                    CCVS11.0
005600     MOVE SECTION-RECORD-COUNT TO BS-RECORD-COUNT.                CCVS11.0
005610     MOVE SECTION-HASH-TOTAL TO BS-HASH-TOTAL.                    CCVS11.0
005620     WRITE STATE-BACKUP-REC.                                      CCVS11.0
005630*    HASH TOTAL: EACH BYTE'S VALUE (PLACED IN THE LOW-ORDER BYTE  CCVS11.0
005640*    OF A HALFWORD WHOSE HIGH-ORDER BYTE IS LOW-VALUE) TIMES ITS  CCVS11.0
005650*    POSITION IN THE RECORD, SUMMED OVER THE RECORD LENGTH.       CCVS11.0
005660 HASH-RECORD.                                                     CCVS11.0
005670     MOVE ZERO TO RECORD-HASH.                                    CCVS11.0
005680     MOVE LOW-VALUE TO BV-HIGH.                                   CCVS11.0
005690     PERFORM HASH-ONE-BYTE                                        CCVS11.0
005700         VARYING HASH-SUB FROM 1 BY 1                             CCVS11.0
005710         UNTIL HASH-SUB GREATER THAN SECTION-RECORD-LENGTH.       CCVS11.0
005720     ADD RECORD-HASH TO SECTION-HASH-TOTAL.                       CCVS11.0
005730 HASH-ONE-BYTE.                                                   CCVS11.0
005740     MOVE HASH-BYTE (HASH-SUB) TO BV-LOW.                         CCVS11.0
005750     MULTIPLY BV-NUMBER BY HASH-SUB GIVING BYTE-HASH.             CCVS11.0
005760     ADD BYTE-HASH TO RECORD-HASH.                                CCVS11.0
005770 PRINT-REPORT-HEADING.                                            CCVS11.0
005780     MOVE UNLOAD-NIGHT TO UH-NIGHT.                               CCVS11.0
005790     MOVE UNLOAD-DATE TO UH-UNLOAD-DATE.                          CCVS11.0
005800     MOVE UNLOAD-TIME TO UH-UNLOAD-TIME.                          CCVS11.0
005810     MOVE UNLOAD-HEADING-1 TO UNLOAD-REPORT-REC.                  CCVS11.0
005820     PERFORM WRITE-REPORT-LINE.                                   CCVS11.0
005830     MOVE UNLOAD-HEADING-2 TO UNLOAD-REPORT-REC.                  CCVS11.0
005840     PERFORM WRITE-REPORT-LINE.                                   CCVS11.0
005850 PRINT-REPORT-TOTALS.                                             CCVS11.0
005860     MOVE SPACE TO UNLOAD-TOTAL-LINE.                             CCVS11.0
005870     MOVE SECTION-COUNT TO UT-COUNT.                              CCVS11.0
005880     MOVE "FILE SECTIONS WRITTEN TO CCVS.STATE.BACKUP" TO UT-DESC.CCVS11.0
005890     MOVE UNLOAD-TOTAL-LINE TO UNLOAD-REPORT-REC.                 CCVS11.0
005900     PERFORM WRITE-REPORT-LINE.                                   CCVS11.0
005910     MOVE SPACE TO UNLOAD-TOTAL-LINE.                             CCVS11.0
005920     MOVE TOTAL-RECORD-COUNT TO UT-COUNT.                         CCVS11.0
005930     MOVE "STATE RECORDS UNLOADED" TO UT-DESC.                    CCVS11.0
005940     MOVE UNLOAD-TOTAL-LINE TO UNLOAD-REPORT-REC.                 CCVS11.0
005950     PERFORM WRITE-REPORT-LINE.                                   CCVS11.0
005960     MOVE SPACE TO UNLOAD-TOTAL-LINE.                             CCVS11.0
005970     MOVE ABSENT-COUNT TO UT-COUNT.                               CCVS11.0
005980     MOVE "FILES NOT PRESENT (EMPTY SECTION WRITTEN)" TO UT-DESC. CCVS11.0
005990     MOVE UNLOAD-TOTAL-LINE TO UNLOAD-REPORT-REC.                 CCVS11.0
006000     PERFORM WRITE-REPORT-LINE.                                   CCVS11.0
006010 WRITE-REPORT-LINE.                                               CCVS11.0
006020     WRITE UNLOAD-REPORT-REC AFTER ADVANCING 1 LINES.             CCVS11.0
006030*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVS11.0
006040*    THE RUN DATE IS THE NIGHTLY LOCK'S SINCE-DATE WHEN THE       CCVS11.0
006050*    NIGHTLY JOB HOLDS THE SUITE, ELSE THE STEP'S START DATE.     CCVS11.0
006060 WRITE-RUN-LEDGER.                                                CCVS11.0
006070     MOVE SPACE TO RUN-LEDGER-REC.                                CCVS11.0
006080     MOVE LEDGER-START-DATE TO LG-RUN-DATE.                       CCVS11.0
006090     OPEN INPUT RUN-STATE-FILE.                                   CCVS11.0
006100     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVS11.0
006110         PERFORM READ-LEDGER-RUN-STATE                            CCVS11.0
006120         CLOSE RUN-STATE-FILE.                                    CCVS11.0
006130     MOVE SPACE TO LG-STREAM-ID.                                  CCVS11.0
006140     MOVE "CCVSUNL" TO LG-PGM-ID.                                 CCVS11.0
006150     MOVE LEDGER-START-DATE TO LG-START-DATE.                     CCVS11.0
006160     MOVE LEDGER-START-TIME TO LG-START-TIME.                     CCVS11.0
006170     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVS11.0
006180     ACCEPT LG-END-TIME FROM TIME.                                CCVS11.0
006190     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVS11.0
006200     MOVE LEDGER-REASON TO LG-REASON.                             CCVS11.0
006210     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVS11.0
006220     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVS11.0
006230         WRITE RUN-LEDGER-REC                                     CCVS11.0
006240         CLOSE RUN-LEDGER-FILE.                                   CCVS11.0
006250 READ-LEDGER-RUN-STATE.                                           CCVS11.0
006260     READ RUN-STATE-FILE                                          CCVS11.0
006270         AT END MOVE SPACE TO RN-HOLDER.                          CCVS11.0
006280     IF RN-HOLDER EQUAL TO "NIGHTLY "                             CCVS11.0
006290         MOVE RN-SINCE-DATE TO LG-RUN-DATE.                       CCVS11.0
