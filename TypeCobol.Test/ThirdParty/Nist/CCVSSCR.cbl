000100 IDENTIFICATION DIVISION.                                         CCVSY1.0
000110 PROGRAM-ID. CCVSSCR.                                             CCVSY1.0
000120*    MONTHLY OWNING-TEAM QUALITY SCORECARD.  READS THE JOURNAL    CCVSY1.0
000130*    ARCHIVE (CCVS.JOURNAL.ARCHIVE) AND THE LIVE RESULT JOURNAL UPCCVSY1.0
000140*    TO THE END OF THE MONTH NAMED ON THE MONTH=YYYYMM CARD (ZERO CCVSY1.0
000150*    OR NO CARD MEANS LAST CALENDAR MONTH) AND CHARGES EACH       CCVSY1.0
000160*    PARAGRAPH TO THE TEAM THAT OWNS ITS PROGRAM IN THE ROUTING   CCVSY1.0
000170*    TABLE (CCVS.RUN.ROUTING; UNROUTED PROGRAMS GO TO             CCVSY1.0
000180*    **UNASSIGNED**).                                             CCVSY1.0
000190*    A PARAGRAPH BREAKS ON ITS FIRST FAIL* AFTER A PASS AND IS    CCVSY1.0
000200*    REPAIRED ON ITS NEXT PASS; THE NIGHTS BETWEEN THE TWO DATES  CCVSY1.0
000210*    ARE ITS TIME TO REPAIR.  A QUAR* RESULT COUNTS AS THE        CCVSY1.0
000220*    UNDERLYING RESULT IT HID, SO QUARANTINE DOES NOT STOP THE    CCVSY1.0
000230*    CLOCK; SKIP*, INSPT AND OTHER RESULTS LEAVE IT RUNNING.  PER CCVSY1.0
000240*    TEAM THE SCORECARD SHOWS THE PARAGRAPHS THAT BROKE IN THE    CCVSY1.0
000250*    MONTH, THE PARAGRAPHS REPAIRED IN THE MONTH, THE MEAN AND    CCVSY1.0
000260*    WORST NIGHTS TO REPAIR OVER THE MONTH'S REPAIRS, THE FAILURESCCVSY1.0
000270*    STILL OPEN AT MONTH END WITH THEIR PM TICKET NUMBERS (FROM   CCVSY1.0
000280*    CCVS.RUN.TICKETNO), AND THE INSPT ITEMS STILL OPEN AT MONTH  CCVSY1.0
000290*    END - LAST RESULT INSPT WITH NO VERDICT, A REJECTED VERDICT, CCVSY1.0
000300*    OR A VERDICT OLDER THAN THE CURRENT INSPT STREAK (CHECKED    CCVSY1.0
000310*    AGAINST CCVS.K6SCA.INSPDISP).  PAGE 1 COMPARES ALL TEAMS     CCVSY1.0
000320*    FOR THE QA MANAGER; EACH TEAM THEN GETS ITS OWN PAGE.  RETURNCCVSY1.0
000330*    CODE 0 = SCORECARD PRINTED, 16 = BAD MONTH= CARD OR NO       CCVSY1.0
000340*    JOURNAL RECORDS UP TO THE MONTH END.  RUN FROM THE           CCVSY1.0
000350*    MAINTENANCE JOB EARLY EACH MONTH.                            CCVSY1.0
000360 ENVIRONMENT DIVISION.                                            CCVSY1.0
000370 INPUT-OUTPUT SECTION.                                            CCVSY1.0
000380 FILE-CONTROL.                                                    CCVSY1.0
000390     SELECT CONTROL-CARD-FILE ASSIGN TO                           CCVSY1.0
000400     XXXXX137                                                     CCVSY1.0
000410     FILE STATUS IS CONTROL-CARD-STATUS.                          CCVSY1.0
000420     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO                        CCVSY1.0
000430     XXXXX091                                                     CCVSY1.0
000440     FILE STATUS IS JOURNAL-ARCHIVE-STATUS.                       CCVSY1.0
000450     SELECT RESULT-JOURNAL-FILE ASSIGN TO                         CCVSY1.0
000460     XXXXX064.                                                    CCVSY1.0
000470     SELECT ROUTING-TABLE-FILE ASSIGN TO                          CCVSY1.0
000480     XXXXX069.                                                    CCVSY1.0
000490     SELECT TICKET-XREF-FILE ASSIGN TO                            CCVSY1.0
000500     XXXXX107                                                     CCVSY1.0
000510     FILE STATUS IS TICKET-XREF-STATUS.                           CCVSY1.0
000520     SELECT INSPECT-DISPOSITION-FILE ASSIGN TO                    CCVSY1.0
000530     XXXXX066                                                     CCVSY1.0
000540     ORGANIZATION INDEXED ACCESS MODE DYNAMIC                     CCVSY1.0
000550     RECORD KEY IS ID-KEY                                         CCVSY1.0
000560     FILE STATUS IS INSPECT-DISP-STATUS.                          CCVSY1.0
000570     SELECT SCORECARD-REPORT-FILE ASSIGN TO                       CCVSY1.0
000580     XXXXX138.                                                    CCVSY1.0
000590 DATA DIVISION.                                                   CCVSY1.0
000600 FILE SECTION.                                                    CCVSY1.0
000610 FD  CONTROL-CARD-FILE.                                           CCVSY1.0
000620 01  CONTROL-CARD.                                                CCVSY1.0
000630     02 CC-KEYWORD            PIC X(6).                           CCVSY1.0
000640     02 CC-MONTH              PIC 9(6).                           CCVSY1.0
000650     02 FILLER                PIC X(68).                          CCVSY1.0
000660 FD  JOURNAL-ARCHIVE-FILE.                                        CCVSY1.0
000670 01  JOURNAL-ARCHIVE-REC.                                         CCVSY1.0
000680     02 JA-TEST-ID            PIC X(9).                           CCVSY1.0
000690     02 JA-PAR-NAME           PIC X(22).                          CCVSY1.0
000700     02 JA-RUN-DATE           PIC 9(8).                           CCVSY1.0
000710     02 JA-DISPOSITION        PIC X(5).                           CCVSY1.0
000720     02 JA-FEATURE            PIC X(20).                          CCVSY1.0
000730     02 JA-COMPUTED           PIC X(20).                          CCVSY1.0
000740     02 JA-CORRECT            PIC X(20).                          CCVSY1.0
000750     02 JA-RE-MARK            PIC X(61).                          CCVSY1.0
000760     02 JA-ELAPSED-TIME       PIC 9(7).                           CCVSY1.0
000770     02 JA-COMPILER-REL       PIC X(8).                           CCVSY1.0
000780     02 JA-QUAR-RESULT        PIC X(5).                           CCVSY1.0
000790     02 FILLER                PIC X(15).                          CCVSY1.0
000800 FD  RESULT-JOURNAL-FILE.                                         CCVSY1.0
000810 01  RESULT-JOURNAL-REC.                                          CCVSY1.0
000820     02 RJ-TEST-ID            PIC X(9).                           CCVSY1.0
000830     02 RJ-PAR-NAME           PIC X(22).                          CCVSY1.0
000840     02 RJ-RUN-DATE           PIC 9(8).                           CCVSY1.0
000850     02 RJ-DISPOSITION        PIC X(5).                           CCVSY1.0
000860     02 RJ-FEATURE            PIC X(20).                          CCVSY1.0
000870     02 RJ-COMPUTED           PIC X(20).                          CCVSY1.0
000880     02 RJ-CORRECT            PIC X(20).                          CCVSY1.0
000890     02 RJ-RE-MARK            PIC X(61).                          CCVSY1.0
000900     02 RJ-ELAPSED-TIME       PIC 9(7).                           CCVSY1.0
000910     02 RJ-COMPILER-REL       PIC X(8).                           CCVSY1.0
000920     02 RJ-QUAR-RESULT        PIC X(5).                           CCVSY1.0
000930     02 FILLER                PIC X(15).                          CCVSY1.0
000940 FD  ROUTING-TABLE-FILE.                                          CCVSY1.0
000950 01  ROUTING-TABLE-REC.                                           CCVSY1.0
000960     02 RT-PGM-ID             PIC X(9).                           CCVSY1.0
000970     02 FILLER                PIC X.                              CCVSY1.0
000980     02 RT-TEAM               PIC X(20).                          CCVSY1.0
000990     02 FILLER                PIC X.                              CCVSY1.0
001000     02 RT-SEVERITY           PIC 9.                              CCVSY1.0
001010     02 FILLER                PIC X(48).                          CCVSY1.0
001020 FD  TICKET-XREF-FILE.                                            CCVSY1.0
001030 01  TICKET-XREF-REC.                                             CCVSY1.0
001040     02 XR-TEST-ID            PIC X(9).                           CCVSY1.0
001050     02 FILLER                PIC X.                              CCVSY1.0
001060     02 XR-PAR-NAME           PIC X(22).                          CCVSY1.0
001070     02 FILLER                PIC X.                              CCVSY1.0
001080     02 XR-TICKET-NO          PIC X(10).                          CCVSY1.0
001090     02 FILLER                PIC X.                              CCVSY1.0
001100     02 XR-PM-STATUS          PIC X(8).                           CCVSY1.0
001110     02 FILLER                PIC X(8).                           CCVSY1.0
001120 FD  INSPECT-DISPOSITION-FILE.                                    CCVSY1.0
001130 01  INSPECT-DISPOSITION-REC.                                     CCVSY1.0
001140     02 ID-KEY.                                                   CCVSY1.0
001150         03 ID-TEST-ID        PIC X(9).                           CCVSY1.0
001160         03 ID-PAR-NAME       PIC X(22).                          CCVSY1.0
001170     02 ID-VERDICT            PIC X(8).                           CCVSY1.0
001180     02 ID-ACCEPTED-COMPUTED  PIC X(20).                          CCVSY1.0
001190     02 ID-ANALYST            PIC X(3).                           CCVSY1.0
001200     02 ID-VERDICT-DATE       PIC 9(8).                           CCVSY1.0
001210     02 FILLER                PIC X(50).                          CCVSY1.0
001220 FD  SCORECARD-REPORT-FILE.                                       CCVSY1.0
001230 01  SCORECARD-REPORT-REC               PIC X(132).               CCVSY1.0
001240 WORKING-STORAGE SECTION.                                         CCVSY1.0
001250 01  CONTROL-CARD-STATUS                PIC XX     VALUE SPACE.   CCVSY1.0
001260 01  JOURNAL-ARCHIVE-STATUS             PIC XX     VALUE SPACE.   CCVSY1.0
001270 01  TICKET-XREF-STATUS                 PIC XX     VALUE SPACE.   CCVSY1.0
001280 01  INSPECT-DISP-STATUS                PIC XX     VALUE SPACE.   CCVSY1.0
001290 01  CONTROL-EOF-SW                     PIC X      VALUE "N".     CCVSY1.0
001300     88 CONTROL-EOF                                VALUE "Y".     CCVSY1.0
001310 01  ARCHIVE-EOF-SW                     PIC X      VALUE "N".     CCVSY1.0
001320     88 ARCHIVE-EOF                                VALUE "Y".     CCVSY1.0
001330 01  JOURNAL-EOF-SW                     PIC X      VALUE "N".     CCVSY1.0
001340     88 JOURNAL-EOF                                VALUE "Y".     CCVSY1.0
001350 01  ROUTING-EOF-SW                     PIC X      VALUE "N".     CCVSY1.0
001360     88 ROUTING-EOF                                VALUE "Y".     CCVSY1.0
001370 01  TICKET-XREF-EOF-SW                 PIC X      VALUE "N".     CCVSY1.0
001380     88 TICKET-XREF-EOF                            VALUE "Y".     CCVSY1.0
001390 01  CARD-ERROR-SW                      PIC X      VALUE "N".     CCVSY1.0
001400     88 CARD-ERROR                                 VALUE "Y".     CCVSY1.0
001410 01  VERDICTS-ON-FILE-SW                PIC X      VALUE "N".     CCVSY1.0
001420     88 VERDICTS-ON-FILE                           VALUE "Y".     CCVSY1.0
001430 01  VERDICT-FOUND-SW                   PIC X      VALUE "N".     CCVSY1.0
001440     88 VERDICT-FOUND                              VALUE "Y".     CCVSY1.0
001450 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSY1.0
001460 01  TODAY-PARTS REDEFINES TODAYS-RUN-DATE.                       CCVSY1.0
001470     02 TODAY-YEAR                      PIC 9(4).                 CCVSY1.0
001480     02 TODAY-MONTH                     PIC 99.                   CCVSY1.0
001490     02 FILLER                          PIC 99.                   CCVSY1.0
001500 01  SCORE-MONTH                        PIC 9(6)   VALUE ZERO.    CCVSY1.0
001510 01  SCORE-MONTH-PARTS REDEFINES SCORE-MONTH.                     CCVSY1.0
001520     02 SCORE-YEAR                      PIC 9(4).                 CCVSY1.0
001530     02 SCORE-MM                        PIC 99.                   CCVSY1.0
001540 01  MONTH-START-DATE                   PIC 9(8)   VALUE ZERO.    CCVSY1.0
001550 01  MONTH-END-DATE                     PIC 9(8)   VALUE ZERO.    CCVSY1.0
001560 01  MONTH-END-DAY-NUMBER               PIC 9(7)   VALUE ZERO.    CCVSY1.0
001570 01  DATE-CONVERT-WORK                  PIC 9(8)   VALUE ZERO.    CCVSY1.0
001580 01  DATE-CONVERT-PARTS REDEFINES DATE-CONVERT-WORK.              CCVSY1.0
001590     02 DCW-YEAR            PIC 9(4).                             CCVSY1.0
001600     02 DCW-MONTH           PIC 99.                               CCVSY1.0
001610     02 DCW-DAY             PIC 99.                               CCVSY1.0
001620 01  DAY-NUMBER                         PIC 9(7)   VALUE ZERO.    CCVSY1.0
001630 01  CALC-YEAR                          PIC 9(5)   VALUE ZERO.    CCVSY1.0
001640 01  CALC-MONTH                         PIC 99     VALUE ZERO.    CCVSY1.0
001650 01  PASS-DAY-NUMBER                    PIC 9(7)   VALUE ZERO.    CCVSY1.0
001660 01  REPAIR-NIGHTS                      PIC 9(5)   VALUE ZERO.    CCVSY1.0
001670 01  WORK-RESULT.                                                 CCVSY1.0
001680     02 WORK-TEST-ID                    PIC X(9).                 CCVSY1.0
001690     02 WORK-PAR-NAME                   PIC X(22).                CCVSY1.0
001700     02 WORK-RUN-DATE                   PIC 9(8).                 CCVSY1.0
001710     02 WORK-DISPOSITION                PIC X(5).                 CCVSY1.0
001720     02 WORK-QUAR-RESULT                PIC X(5).                 CCVSY1.0
001730 01  RECORDS-READ-COUNT                 PIC 9(7)   VALUE ZERO.    CCVSY1.0
001740 01  RECORDS-USED-COUNT                 PIC 9(7)   VALUE ZERO.    CCVSY1.0
001750 01  PARA-OVERFLOW-COUNT                PIC 9(5)   VALUE ZERO.    CCVSY1.0
001760 01  TEAM-OVERFLOW-COUNT                PIC 9(5)   VALUE ZERO.    CCVSY1.0
001770 01  PAGE-COUNT                         PIC 999    VALUE ZERO.    CCVSY1.0
001780 01  ROUTING-COUNT                      PIC 99     VALUE ZERO.    CCVSY1.0
001790 01  ROUTING-DATA-TABLE.                                          CCVSY1.0
001800     02 ROUTING-ENTRY OCCURS 51 TIMES.                            CCVSY1.0
001810         03 RO-PGM-ID         PIC X(9).                           CCVSY1.0
001820         03 RO-TEAM-SUB       PIC S9(4) COMP.                     CCVSY1.0
001830 01  TEAM-COUNT                         PIC 99     VALUE ZERO.    CCVSY1.0
001840 01  TEAM-TABLE.                                                  CCVSY1.0
001850     02 TEAM-ENTRY OCCURS 21 TIMES.                               CCVSY1.0
001860         03 TM-TEAM           PIC X(20).                          CCVSY1.0
001870         03 TM-BROKE          PIC 999.                            CCVSY1.0
001880         03 TM-REPAIRED       PIC 999.                            CCVSY1.0
001890         03 TM-REPAIRS        PIC 999.                            CCVSY1.0
001900         03 TM-REPAIR-NIGHTS  PIC 9(7).                           CCVSY1.0
001910         03 TM-WORST-NIGHTS   PIC 9(5).                           CCVSY1.0
001920         03 TM-OPEN-FAIL      PIC 999.                            CCVSY1.0
001930         03 TM-OPEN-INSPT     PIC 999.                            CCVSY1.0
001940 01  UNASSIGNED-TEAM-SUB                PIC S9(4) COMP VALUE 0.   CCVSY1.0
001950 01  PARA-COUNT                         PIC 999    VALUE ZERO.    CCVSY1.0
001960 01  PARA-TABLE.                                                  CCVSY1.0
001970     02 PARA-ENTRY OCCURS 401 TIMES.                              CCVSY1.0
001980         03 PS-TEST-ID        PIC X(9).                           CCVSY1.0
001990         03 PS-PAR-NAME       PIC X(22).                          CCVSY1.0
002000         03 PS-TEAM-SUB       PIC S9(4) COMP.                     CCVSY1.0
002010         03 PS-FAIL-START     PIC 9(8).                           CCVSY1.0
002020         03 PS-LAST-DISP      PIC X(5).                           CCVSY1.0
002030         03 PS-INSPT-START    PIC 9(8).                           CCVSY1.0
002040         03 PS-BROKE-SW       PIC X.                              CCVSY1.0
002050         03 PS-REPAIRED-SW    PIC X.                              CCVSY1.0
002060         03 PS-INSPT-STATE    PIC X.                              CCVSY1.0
002070 01  TICKET-XREF-COUNT                  PIC 999    VALUE ZERO.    CCVSY1.0
002080 01  TICKET-XREF-SUB                    PIC S9(4) COMP VALUE 0.   CCVSY1.0
002090 01  TICKET-XREF-TABLE.                                           CCVSY1.0
002100     02 TICKET-XREF-ENTRY OCCURS 201 TIMES.                       CCVSY1.0
002110         03 TX-TEST-ID       PIC X(9).                            CCVSY1.0
002120         03 TX-PAR-NAME      PIC X(22).                           CCVSY1.0
002130         03 TX-TICKET-NO     PIC X(10).                           CCVSY1.0
002140         03 TX-PM-STATUS     PIC X(8).                            CCVSY1.0
002150 01  TOTAL-BROKE                        PIC 9(5)   VALUE ZERO.    CCVSY1.0
002160 01  TOTAL-REPAIRED                     PIC 9(5)   VALUE ZERO.    CCVSY1.0
002170 01  TOTAL-REPAIRS                      PIC 9(5)   VALUE ZERO.    CCVSY1.0
002180 01  TOTAL-REPAIR-NIGHTS                PIC 9(7)   VALUE ZERO.    CCVSY1.0
002190 01  TOTAL-WORST-NIGHTS                 PIC 9(5)   VALUE ZERO.    CCVSY1.0
002200 01  TOTAL-OPEN-FAIL                    PIC 9(5)   VALUE ZERO.    CCVSY1.0
002210 01  TOTAL-OPEN-INSPT                   PIC 9(5)   VALUE ZERO.    CCVSY1.0
002220 01  MEAN-NIGHTS                        PIC 9(5)V9 VALUE ZERO.    CCVSY1.0
002230 01  LIST-COUNT                         PIC 999    VALUE ZERO.    CCVSY1.0
002240 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVSY1.0
002250 01  SUB-2                              PIC S9(4) COMP VALUE 0.   CCVSY1.0
002260 01  HIT-SUB                            PIC S9(4) COMP VALUE 0.   CCVSY1.0
002270 01  SCORECARD-HEADING-1.                                         CCVSY1.0
002280     02 FILLER PIC X(20) VALUE SPACE.                             CCVSY1.0
002290     02 FILLER PIC X(40)                                          CCVSY1.0
002300         VALUE "CCVS OWNING-TEAM QUALITY SCORECARD".              CCVSY1.0
002310     02 FILLER PIC X(6)  VALUE "MONTH ".                          CCVSY1.0
002320     02 SH-MONTH           PIC 9(6).                              CCVSY1.0
002330     02 FILLER PIC X(10) VALUE SPACE.                             CCVSY1.0
002340     02 FILLER PIC X(8)  VALUE "PRINTED ".                        CCVSY1.0
002350     02 SH-TODAY           PIC 9(8).                              CCVSY1.0
002360     02 FILLER PIC X(22) VALUE SPACE.                             CCVSY1.0
002370     02 FILLER PIC X(5)  VALUE "PAGE ".                           CCVSY1.0
002380     02 SH-PAGE            PIC ZZ9.                               CCVSY1.0
002390     02 FILLER PIC X(4)  VALUE SPACE.                             CCVSY1.0
002400 01  SCORECARD-HEADING-2.                                         CCVSY1.0
002410     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSY1.0
002420     02 SH-TITLE           PIC X(40).                             CCVSY1.0
002430     02 SH-TEAM            PIC X(20).                             CCVSY1.0
002440     02 FILLER PIC X(71) VALUE SPACE.                             CCVSY1.0
002450 01  COMPARISON-HEADING.                                          CCVSY1.0
002460     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSY1.0
002470     02 FILLER PIC X(22) VALUE "OWNING TEAM".                     CCVSY1.0
002480     02 FILLER PIC X(10) VALUE "   BROKE".                        CCVSY1.0
002490     02 FILLER PIC X(10) VALUE "REPAIRED".                        CCVSY1.0
002500     02 FILLER PIC X(10) VALUE " REPAIRS".                        CCVSY1.0
002510     02 FILLER PIC X(12) VALUE "MEAN NIGHTS".                     CCVSY1.0
002520     02 FILLER PIC X(12) VALUE "WORST NIGHTS".                    CCVSY1.0
002530     02 FILLER PIC X(12) VALUE "  OPEN FAIL".                     CCVSY1.0
002540     02 FILLER PIC X(12) VALUE " OPEN INSPT".                     CCVSY1.0
002550     02 FILLER PIC X(31) VALUE SPACE.                             CCVSY1.0
002560 01  COMPARISON-LINE.                                             CCVSY1.0
002570     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSY1.0
002580     02 CL-TEAM            PIC X(20).                             CCVSY1.0
002590     02 FILLER PIC X(5)  VALUE SPACE.                             CCVSY1.0
002600     02 CL-BROKE           PIC ZZZZ9.                             CCVSY1.0
002610     02 FILLER PIC X(5)  VALUE SPACE.                             CCVSY1.0
002620     02 CL-REPAIRED        PIC ZZZZ9.                             CCVSY1.0
002630     02 FILLER PIC X(5)  VALUE SPACE.                             CCVSY1.0
002640     02 CL-REPAIRS         PIC ZZZZ9.                             CCVSY1.0
002650     02 FILLER PIC X(4)  VALUE SPACE.                             CCVSY1.0
002660     02 CL-MEAN            PIC ZZZZ9.9.                           CCVSY1.0
002670     02 FILLER PIC X(6)  VALUE SPACE.                             CCVSY1.0
002680     02 CL-WORST           PIC ZZZZ9.                             CCVSY1.0
002690     02 FILLER PIC X(7)  VALUE SPACE.                             CCVSY1.0
002700     02 CL-OPEN-FAIL       PIC ZZZZ9.                             CCVSY1.0
002710     02 FILLER PIC X(7)  VALUE SPACE.                             CCVSY1.0
002720     02 CL-OPEN-INSPT      PIC ZZZZ9.                             CCVSY1.0
002730     02 FILLER PIC X(35) VALUE SPACE.                             CCVSY1.0
002740 01  SCORE-COUNT-LINE.                                            CCVSY1.0
002750     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSY1.0
002760     02 SC-DESC            PIC X(55).                             CCVSY1.0
002770     02 SC-COUNT           PIC ZZZZ9.                             CCVSY1.0
002780     02 FILLER PIC X(69) VALUE SPACE.                             CCVSY1.0
002790 01  SCORE-MEAN-LINE.                                             CCVSY1.0
002800     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSY1.0
002810     02 SM-DESC            PIC X(53).                             CCVSY1.0
002820     02 SM-MEAN            PIC ZZZZ9.9.                           CCVSY1.0
002830     02 FILLER PIC X(69) VALUE SPACE.                             CCVSY1.0
002840 01  OPEN-FAIL-HEADING.                                           CCVSY1.0
002850     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSY1.0
002860     02 FILLER PIC X(33) VALUE "PROGRAM   PARAGRAPH-NAME".        CCVSY1.0
002870     02 FILLER PIC X(28) VALUE "FAILING SINCE  NIGHTS OPEN".      CCVSY1.0
002880     02 FILLER PIC X(70) VALUE "PM TICKET   PM STATUS".           CCVSY1.0
002890 01  OPEN-FAIL-LINE.                                              CCVSY1.0
002900     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSY1.0
002910     02 OF-TEST-ID         PIC X(9).                              CCVSY1.0
002920     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSY1.0
002930     02 OF-PAR-NAME        PIC X(22).                             CCVSY1.0
002940     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSY1.0
002950     02 OF-FAIL-START      PIC 9(8).                              CCVSY1.0
002960     02 FILLER PIC X(9)  VALUE SPACE.                             CCVSY1.0
002970     02 OF-NIGHTS          PIC ZZZZ9.                             CCVSY1.0
002980     02 FILLER PIC X(6)  VALUE SPACE.                             CCVSY1.0
002990     02 OF-TICKET-NO       PIC X(10).                             CCVSY1.0
003000     02 FILLER PIC X(2)  VALUE SPACE.                             CCVSY1.0
003010     02 OF-PM-STATUS       PIC X(13).                             CCVSY1.0
003020     02 FILLER PIC X(45) VALUE SPACE.                             CCVSY1.0
003030 01  OPEN-INSPT-HEADING.                                          CCVSY1.0
003040     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSY1.0
003050     02 FILLER PIC X(33) VALUE "PROGRAM   PARAGRAPH-NAME".        CCVSY1.0
003060     02 FILLER PIC X(15) VALUE "INSPT SINCE".                     CCVSY1.0
003070     02 FILLER PIC X(83) VALUE "VERDICT".                         CCVSY1.0
003080 01  OPEN-INSPT-LINE.                                             CCVSY1.0
003090     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSY1.0
003100     02 OI-TEST-ID         PIC X(9).                              CCVSY1.0
003110     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSY1.0
003120     02 OI-PAR-NAME        PIC X(22).                             CCVSY1.0
003130     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSY1.0
003140     02 OI-INSPT-START     PIC 9(8).                              CCVSY1.0
003150     02 FILLER PIC X(7)  VALUE SPACE.                             CCVSY1.0
003160     02 OI-VERDICT         PIC X(30).                             CCVSY1.0
003170     02 FILLER PIC X(53) VALUE SPACE.                             CCVSY1.0
003180 01  SCORECARD-MESSAGE-LINE.                                      CCVSY1.0
003190     02 FILLER PIC X(3)  VALUE SPACE.                             CCVSY1.0
003200     02 SG-TEXT            PIC X(80).                             CCVSY1.0
003210     02 FILLER PIC X(49) VALUE SPACE.                             CCVSY1.0
003220 PROCEDURE DIVISION.                                              CCVSY1.0
003230 CCVSSCR-MAIN SECTION.                                            CCVSY1.0
003240 OPEN-FILES.                                                      CCVSY1.0
003250     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSY1.0
003260     OPEN OUTPUT SCORECARD-REPORT-FILE.                           CCVSY1.0
003270     PERFORM DEFAULT-SCORE-MONTH.                                 CCVSY1.0
003280     PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EXIT.     CCVSY1.0
003290     IF CARD-ERROR                                                CCVSY1.0
003300         MOVE "BAD MONTH= CARD - SCORECARD NOT PRODUCED (RC 16)"  CCVSY1.0
003310             TO SG-TEXT                                           CCVSY1.0
003320         PERFORM PRINT-FIRST-PAGE-MESSAGE                         CCVSY1.0
003330         MOVE 16 TO RETURN-CODE                                   CCVSY1.0
003340         GO TO CLOSE-FILES.                                       CCVSY1.0
003350     PERFORM SET-MONTH-BOUNDS.                                    CCVSY1.0
003360     PERFORM LOAD-ROUTING-TABLE.                                  CCVSY1.0
003370     PERFORM LOAD-TICKET-XREF THRU LOAD-TICKET-XREF-EXIT.         CCVSY1.0
003380     PERFORM SCAN-JOURNAL-ARCHIVE THRU SCAN-JOURNAL-ARCHIVE-EXIT. CCVSY1.0
003390     PERFORM SCAN-LIVE-JOURNAL.                                   CCVSY1.0
003400     IF RECORDS-USED-COUNT EQUAL TO ZERO                          CCVSY1.0
003410         MOVE "NO JOURNAL RECORDS UP TO THE MONTH END (RC 16)"    CCVSY1.0
003420             TO SG-TEXT                                           CCVSY1.0
003430         PERFORM PRINT-FIRST-PAGE-MESSAGE                         CCVSY1.0
003440         MOVE 16 TO RETURN-CODE                                   CCVSY1.0
003450         GO TO CLOSE-FILES.                                       CCVSY1.0
003460     OPEN INPUT INSPECT-DISPOSITION-FILE.                         CCVSY1.0
003470     IF INSPECT-DISP-STATUS EQUAL TO "00"                         CCVSY1.0
003480         SET VERDICTS-ON-FILE TO TRUE.                            CCVSY1.0
003490     PERFORM SCORE-PARAGRAPH THRU SCORE-PARAGRAPH-EXIT            CCVSY1.0
003500         VARYING SUB-1 FROM 1 BY 1                                CCVSY1.0
003510         UNTIL SUB-1 GREATER THAN PARA-COUNT.                     CCVSY1.0
003520     IF VERDICTS-ON-FILE                                          CCVSY1.0
003530         CLOSE INSPECT-DISPOSITION-FILE.                          CCVSY1.0
003540     PERFORM PRINT-COMPARISON-PAGE.                               CCVSY1.0
003550     PERFORM PRINT-TEAM-PAGE                                      CCVSY1.0
003560         VARYING SUB-2 FROM 1 BY 1                                CCVSY1.0
003570         UNTIL SUB-2 GREATER THAN TEAM-COUNT.                     CCVSY1.0
003580 CLOSE-FILES.                                                     CCVSY1.0
003590     CLOSE SCORECARD-REPORT-FILE.                                 CCVSY1.0
003600     STOP RUN.                                                    CCVSY1.0
003610*    WITH NO MONTH= CARD THE SCORECARD IS FOR LAST CALENDAR MONTH.CCVSY1.0
003620 DEFAULT-SCORE-MONTH.                                             CCVSY1.0
003630     IF TODAY-MONTH EQUAL TO 01                                   CCVSY1.0
003640         COMPUTE SCORE-YEAR = TODAY-YEAR - 1                      CCVSY1.0
003650         MOVE 12 TO SCORE-MM                                      CCVSY1.0
003660     ELSE                                                         CCVSY1.0
003670         MOVE TODAY-YEAR TO SCORE-YEAR                            CCVSY1.0
003680         COMPUTE SCORE-MM = TODAY-MONTH - 1.                      CCVSY1.0
003690 READ-CONTROL-CARDS.                                              CCVSY1.0
003700     OPEN INPUT CONTROL-CARD-FILE.                                CCVSY1.0
003710     IF CONTROL-CARD-STATUS NOT EQUAL TO "00"                     CCVSY1.0
003720         GO TO READ-CONTROL-CARDS-EXIT.                           CCVSY1.0
003730     PERFORM READ-CONTROL-CARD.                                   CCVSY1.0
003740     PERFORM APPLY-CONTROL-CARD THRU APPLY-CONTROL-CARD-EXIT      CCVSY1.0
003750         UNTIL CONTROL-EOF.                                       CCVSY1.0
003760     CLOSE CONTROL-CARD-FILE.                                     CCVSY1.0
003770 READ-CONTROL-CARDS-EXIT. EXIT.                                   CCVSY1.0
003780 READ-CONTROL-CARD.                                               CCVSY1.0
003790     READ CONTROL-CARD-FILE                                       CCVSY1.0
003800         AT END SET CONTROL-EOF TO TRUE.                          CCVSY1.0
003810 APPLY-CONTROL-CARD.                                              CCVSY1.0
003820     IF CC-KEYWORD NOT EQUAL TO "MONTH="                          CCVSY1.0
003830         GO TO APPLY-CONTROL-CARD-NEXT.                           CCVSY1.0
003840     IF CC-MONTH NOT NUMERIC                                      CCVSY1.0
003850         SET CARD-ERROR TO TRUE                                   CCVSY1.0
003860         GO TO APPLY-CONTROL-CARD-NEXT.                           CCVSY1.0
003870     IF CC-MONTH EQUAL TO ZERO                                    CCVSY1.0
003880         GO TO APPLY-CONTROL-CARD-NEXT.                           CCVSY1.0
003890     MOVE CC-MONTH TO SCORE-MONTH.                                CCVSY1.0
003900     IF SCORE-MM LESS THAN 01                                     CCVSY1.0
003910         OR SCORE-MM GREATER THAN 12                              CCVSY1.0
003920             SET CARD-ERROR TO TRUE.                              CCVSY1.0
003930 APPLY-CONTROL-CARD-NEXT.                                         CCVSY1.0
003940     PERFORM READ-CONTROL-CARD.                                   CCVSY1.0
003950 APPLY-CONTROL-CARD-EXIT. EXIT.                                   CCVSY1.0
003960*    THE MONTH END IS COMPARED AS YYYYMM31; ITS DAY NUMBER (FOR   CCVSY1.0
003970*    NIGHTS STILL OPEN) IS THE DAY BEFORE THE NEXT MONTH BEGINS.  CCVSY1.0
003980 SET-MONTH-BOUNDS.                                                CCVSY1.0
003990     COMPUTE MONTH-START-DATE = SCORE-MONTH * 100 + 1.            CCVSY1.0
004000     COMPUTE MONTH-END-DATE = SCORE-MONTH * 100 + 31.             CCVSY1.0
004010     IF SCORE-MM EQUAL TO 12                                      CCVSY1.0
004020         MOVE SCORE-YEAR TO DCW-YEAR                              CCVSY1.0
004030         ADD 1 TO DCW-YEAR                                        CCVSY1.0
004040         MOVE 01 TO DCW-MONTH                                     CCVSY1.0
004050     ELSE                                                         CCVSY1.0
004060         MOVE SCORE-YEAR TO DCW-YEAR                              CCVSY1.0
004070         MOVE SCORE-MM TO DCW-MONTH                               CCVSY1.0
004080         ADD 1 TO DCW-MONTH.                                      CCVSY1.0
004090     MOVE 01 TO DCW-DAY.                                          CCVSY1.0
004100     PERFORM CONVERT-DATE-TO-DAYS.                                CCVSY1.0
004110     SUBTRACT 1 FROM DAY-NUMBER GIVING MONTH-END-DAY-NUMBER.      CCVSY1.0
004120 CONVERT-DATE-TO-DAYS.                                            CCVSY1.0
004130     MOVE DCW-YEAR TO CALC-YEAR.                                  CCVSY1.0
004140     MOVE DCW-MONTH TO CALC-MONTH.                                CCVSY1.0
004150     IF CALC-MONTH GREATER THAN 2                                 CCVSY1.0
004160         ADD 1 TO CALC-MONTH                                      CCVSY1.0
004170     ELSE                                                         CCVSY1.0
004180         SUBTRACT 1 FROM CALC-YEAR                                CCVSY1.0
004190         ADD 13 TO CALC-MONTH.                                    CCVSY1.0
004200     COMPUTE DAY-NUMBER =                                         CCVSY1.0
004210         (365 * CALC-YEAR) + (CALC-YEAR / 4)                      CCVSY1.0
004220         - (CALC-YEAR / 100) + (CALC-YEAR / 400)                  CCVSY1.0
004230         + ((153 * CALC-MONTH) / 5) + DCW-DAY.                    CCVSY1.0
004240*    ONE TEAM ENTRY PER DISTINCT TEAM NAME, IN ROUTING ORDER.     CCVSY1.0
004250 LOAD-ROUTING-TABLE.                                              CCVSY1.0
004260     OPEN INPUT ROUTING-TABLE-FILE.                               CCVSY1.0
004270     PERFORM READ-ROUTING.                                        CCVSY1.0
004280     PERFORM POST-ROUTING THRU POST-ROUTING-EXIT                  CCVSY1.0
004290         UNTIL ROUTING-EOF.                                       CCVSY1.0
004300     CLOSE ROUTING-TABLE-FILE.                                    CCVSY1.0
004310 READ-ROUTING.                                                    CCVSY1.0
004320     READ ROUTING-TABLE-FILE                                      CCVSY1.0
004330         AT END SET ROUTING-EOF TO TRUE.                          CCVSY1.0
004340 POST-ROUTING.                                                    CCVSY1.0
004350     IF RT-PGM-ID EQUAL TO SPACE                                  CCVSY1.0
004360         OR ROUTING-COUNT NOT LESS THAN 50                        CCVSY1.0
004370             GO TO POST-ROUTING-NEXT.                             CCVSY1.0
004380     MOVE RT-TEAM TO TM-TEAM (21).                                CCVSY1.0
004390     PERFORM FIND-TEAM.                                           CCVSY1.0
004400     IF HIT-SUB GREATER THAN TEAM-COUNT                           CCVSY1.0
004410         ADD 1 TO TEAM-OVERFLOW-COUNT                             CCVSY1.0
004420         GO TO POST-ROUTING-NEXT.                                 CCVSY1.0
004430     ADD 1 TO ROUTING-COUNT.                                      CCVSY1.0
004440     MOVE RT-PGM-ID TO RO-PGM-ID (ROUTING-COUNT).                 CCVSY1.0
004450     MOVE HIT-SUB TO RO-TEAM-SUB (ROUTING-COUNT).                 CCVSY1.0
004460 POST-ROUTING-NEXT.                                               CCVSY1.0
004470     PERFORM READ-ROUTING.                                        CCVSY1.0
004480 POST-ROUTING-EXIT. EXIT.                                         CCVSY1.0
004490*    LOOKS UP (OR ADDS) THE TEAM NAMED IN TM-TEAM (21).  HIT-SUB  CCVSY1.0
004500*    IS GREATER THAN TEAM-COUNT ONLY WHEN THE TABLE IS FULL.      CCVSY1.0
004510 FIND-TEAM.                                                       CCVSY1.0
004520     PERFORM TABLE-SCAN-NULL                                      CCVSY1.0
004530         VARYING HIT-SUB FROM 1 BY 1                              CCVSY1.0
004540         UNTIL HIT-SUB GREATER THAN TEAM-COUNT                    CCVSY1.0
004550         OR TM-TEAM (HIT-SUB) EQUAL TO TM-TEAM (21).              CCVSY1.0
004560     IF HIT-SUB GREATER THAN TEAM-COUNT                           CCVSY1.0
004570         AND TEAM-COUNT LESS THAN 20                              CCVSY1.0
004580             ADD 1 TO TEAM-COUNT                                  CCVSY1.0
004590             MOVE TEAM-COUNT TO HIT-SUB                           CCVSY1.0
004600             MOVE TM-TEAM (21) TO TM-TEAM (HIT-SUB)               CCVSY1.0
004610             MOVE ZERO TO TM-BROKE (HIT-SUB) TM-REPAIRED (HIT-SUB)CCVSY1.0
004620                 TM-REPAIRS (HIT-SUB) TM-REPAIR-NIGHTS (HIT-SUB)  CCVSY1.0
004630                 TM-WORST-NIGHTS (HIT-SUB) TM-OPEN-FAIL (HIT-SUB) CCVSY1.0
004640                 TM-OPEN-INSPT (HIT-SUB).                         CCVSY1.0
004650 TABLE-SCAN-NULL. EXIT.                                           CCVSY1.0
004660 LOAD-TICKET-XREF.                                                CCVSY1.0
004670     OPEN INPUT TICKET-XREF-FILE.                                 CCVSY1.0
004680     IF TICKET-XREF-STATUS NOT EQUAL TO "00"                      CCVSY1.0
004690         GO TO LOAD-TICKET-XREF-EXIT.                             CCVSY1.0
004700     PERFORM READ-TICKET-XREF.                                    CCVSY1.0
004710     PERFORM POST-TICKET-XREF THRU POST-TICKET-XREF-EXIT          CCVSY1.0
004720         UNTIL TICKET-XREF-EOF.                                   CCVSY1.0
004730     CLOSE TICKET-XREF-FILE.                                      CCVSY1.0
004740 LOAD-TICKET-XREF-EXIT. EXIT.                                     CCVSY1.0
004750 READ-TICKET-XREF.                                                CCVSY1.0
004760     READ TICKET-XREF-FILE                                        CCVSY1.0
004770         AT END SET TICKET-XREF-EOF TO TRUE.                      CCVSY1.0
004780 POST-TICKET-XREF.                                                CCVSY1.0
004790     IF TICKET-XREF-COUNT LESS THAN 200                           CCVSY1.0
004800         ADD 1 TO TICKET-XREF-COUNT                               CCVSY1.0
004810         MOVE XR-TEST-ID TO TX-TEST-ID (TICKET-XREF-COUNT)        CCVSY1.0
004820         MOVE XR-PAR-NAME TO TX-PAR-NAME (TICKET-XREF-COUNT)      CCVSY1.0
004830         MOVE XR-TICKET-NO                                        CCVSY1.0
004840             TO TX-TICKET-NO (TICKET-XREF-COUNT)                  CCVSY1.0
004850         MOVE XR-PM-STATUS                                        CCVSY1.0
004860             TO TX-PM-STATUS (TICKET-XREF-COUNT).                 CCVSY1.0
004870     PERFORM READ-TICKET-XREF.                                    CCVSY1.0
004880 POST-TICKET-XREF-EXIT. EXIT.                                     CCVSY1.0
004890 SCAN-JOURNAL-ARCHIVE.                                            CCVSY1.0
004900     OPEN INPUT JOURNAL-ARCHIVE-FILE.                             CCVSY1.0
004910     IF JOURNAL-ARCHIVE-STATUS NOT EQUAL TO "00"                  CCVSY1.0
004920         GO TO SCAN-JOURNAL-ARCHIVE-EXIT.                         CCVSY1.0
004930     PERFORM READ-ARCHIVE.                                        CCVSY1.0
004940     PERFORM POST-ARCHIVE-RECORD THRU POST-ARCHIVE-RECORD-EXIT    CCVSY1.0
004950         UNTIL ARCHIVE-EOF.                                       CCVSY1.0
004960     CLOSE JOURNAL-ARCHIVE-FILE.                                  CCVSY1.0
004970 SCAN-JOURNAL-ARCHIVE-EXIT. EXIT.                                 CCVSY1.0
004980 READ-ARCHIVE.                                                    CCVSY1.0
004990     READ JOURNAL-ARCHIVE-FILE                                    CCVSY1.0
005000         AT END SET ARCHIVE-EOF TO TRUE.                          CCVSY1.0
005010 POST-ARCHIVE-RECORD.                                             CCVSY1.0
005020     MOVE JA-TEST-ID TO WORK-TEST-ID.                             CCVSY1.0
005030     MOVE JA-PAR-NAME TO WORK-PAR-NAME.                           CCVSY1.0
005040     MOVE JA-RUN-DATE TO WORK-RUN-DATE.                           CCVSY1.0
005050     MOVE JA-DISPOSITION TO WORK-DISPOSITION.                     CCVSY1.0
005060     MOVE JA-QUAR-RESULT TO WORK-QUAR-RESULT.                     CCVSY1.0
005070     PERFORM POST-WORK-RECORD THRU POST-WORK-RECORD-EXIT.         CCVSY1.0
005080     PERFORM READ-ARCHIVE.                                        CCVSY1.0
005090 POST-ARCHIVE-RECORD-EXIT. EXIT.                                  CCVSY1.0
005100 SCAN-LIVE-JOURNAL.                                               CCVSY1.0
005110     OPEN INPUT RESULT-JOURNAL-FILE.                              CCVSY1.0
005120     PERFORM READ-JOURNAL.                                        CCVSY1.0
005130     PERFORM POST-JOURNAL-RECORD THRU POST-JOURNAL-RECORD-EXIT    CCVSY1.0
005140         UNTIL JOURNAL-EOF.                                       CCVSY1.0
005150     CLOSE RESULT-JOURNAL-FILE.                                   CCVSY1.0
005160 READ-JOURNAL.                                                    CCVSY1.0
005170     READ RESULT-JOURNAL-FILE                                     CCVSY1.0
005180         AT END SET JOURNAL-EOF TO TRUE.                          CCVSY1.0
005190 POST-JOURNAL-RECORD.                                             CCVSY1.0
005200     MOVE RJ-TEST-ID TO WORK-TEST-ID.                             CCVSY1.0
005210     MOVE RJ-PAR-NAME TO WORK-PAR-NAME.                           CCVSY1.0
005220     MOVE RJ-RUN-DATE TO WORK-RUN-DATE.                           CCVSY1.0
005230     MOVE RJ-DISPOSITION TO WORK-DISPOSITION.                     CCVSY1.0
005240     MOVE RJ-QUAR-RESULT TO WORK-QUAR-RESULT.                     CCVSY1.0
005250     PERFORM POST-WORK-RECORD THRU POST-WORK-RECORD-EXIT.         CCVSY1.0
005260     PERFORM READ-JOURNAL.                                        CCVSY1.0
005270 POST-JOURNAL-RECORD-EXIT. EXIT.                                  CCVSY1.0
005280*    RESULTS ARRIVE OLDEST FIRST (ARCHIVE, THEN LIVE JOURNAL).    CCVSY1.0
005290*    EVERYTHING UP TO THE MONTH END DRIVES THE FAIL/REPAIR CLOCK; CCVSY1.0
005300*    ONLY BREAKS AND REPAIRS DATED IN THE MONTH ARE SCORED.       CCVSY1.0
005310 POST-WORK-RECORD.                                                CCVSY1.0
005320     ADD 1 TO RECORDS-READ-COUNT.                                 CCVSY1.0
005330     IF WORK-DISPOSITION EQUAL TO SPACE                           CCVSY1.0
005340         OR WORK-RUN-DATE NOT NUMERIC                             CCVSY1.0
005350         OR WORK-RUN-DATE GREATER THAN MONTH-END-DATE             CCVSY1.0
005360             GO TO POST-WORK-RECORD-EXIT.                         CCVSY1.0
005370     ADD 1 TO RECORDS-USED-COUNT.                                 CCVSY1.0
005380     IF WORK-DISPOSITION EQUAL TO "QUAR*"                         CCVSY1.0
005390         MOVE WORK-QUAR-RESULT TO WORK-DISPOSITION.               CCVSY1.0
005400     PERFORM FIND-PARAGRAPH THRU FIND-PARAGRAPH-EXIT.             CCVSY1.0
005410     IF HIT-SUB GREATER THAN PARA-COUNT                           CCVSY1.0
005420         GO TO POST-WORK-RECORD-EXIT.                             CCVSY1.0
005430     MOVE PS-TEAM-SUB (HIT-SUB) TO SUB-2.                         CCVSY1.0
005440     IF WORK-DISPOSITION EQUAL TO "INSPT"                         CCVSY1.0
005450         AND PS-LAST-DISP (HIT-SUB) NOT EQUAL TO "INSPT"          CCVSY1.0
005460             MOVE WORK-RUN-DATE TO PS-INSPT-START (HIT-SUB).      CCVSY1.0
005470     IF WORK-DISPOSITION NOT EQUAL TO SPACE                       CCVSY1.0
005480         MOVE WORK-DISPOSITION TO PS-LAST-DISP (HIT-SUB).         CCVSY1.0
005490     IF WORK-DISPOSITION EQUAL TO "FAIL*"                         CCVSY1.0
005500         AND PS-FAIL-START (HIT-SUB) EQUAL TO ZERO                CCVSY1.0
005510             MOVE WORK-RUN-DATE TO PS-FAIL-START (HIT-SUB)        CCVSY1.0
005520             IF WORK-RUN-DATE NOT LESS THAN MONTH-START-DATE      CCVSY1.0
005530                 AND PS-BROKE-SW (HIT-SUB) EQUAL TO "N"           CCVSY1.0
005540                     MOVE "Y" TO PS-BROKE-SW (HIT-SUB)            CCVSY1.0
005550                     ADD 1 TO TM-BROKE (SUB-2).                   CCVSY1.0
005560     IF WORK-DISPOSITION EQUAL TO "PASS "                         CCVSY1.0
005570         AND PS-FAIL-START (HIT-SUB) NOT EQUAL TO ZERO            CCVSY1.0
005580             PERFORM RECORD-REPAIR.                               CCVSY1.0
005590 POST-WORK-RECORD-EXIT. EXIT.                                     CCVSY1.0
005600 RECORD-REPAIR.                                                   CCVSY1.0
005610     IF WORK-RUN-DATE NOT LESS THAN MONTH-START-DATE              CCVSY1.0
005620         MOVE WORK-RUN-DATE TO DATE-CONVERT-WORK                  CCVSY1.0
005630         PERFORM CONVERT-DATE-TO-DAYS                             CCVSY1.0
005640         MOVE DAY-NUMBER TO PASS-DAY-NUMBER                       CCVSY1.0
005650         MOVE PS-FAIL-START (HIT-SUB) TO DATE-CONVERT-WORK        CCVSY1.0
005660         PERFORM CONVERT-DATE-TO-DAYS                             CCVSY1.0
005670         SUBTRACT DAY-NUMBER FROM PASS-DAY-NUMBER                 CCVSY1.0
005680             GIVING REPAIR-NIGHTS                                 CCVSY1.0
005690         ADD 1 TO TM-REPAIRS (SUB-2)                              CCVSY1.0
005700         ADD REPAIR-NIGHTS TO TM-REPAIR-NIGHTS (SUB-2)            CCVSY1.0
005710         IF REPAIR-NIGHTS GREATER THAN TM-WORST-NIGHTS (SUB-2)    CCVSY1.0
005720             MOVE REPAIR-NIGHTS TO TM-WORST-NIGHTS (SUB-2).       CCVSY1.0
005730     IF WORK-RUN-DATE NOT LESS THAN MONTH-START-DATE              CCVSY1.0
005740         AND PS-REPAIRED-SW (HIT-SUB) EQUAL TO "N"                CCVSY1.0
005750             MOVE "Y" TO PS-REPAIRED-SW (HIT-SUB)                 CCVSY1.0
005760             ADD 1 TO TM-REPAIRED (SUB-2).                        CCVSY1.0
005770     MOVE ZERO TO PS-FAIL-START (HIT-SUB).                        CCVSY1.0
005780 FIND-PARAGRAPH.                                                  CCVSY1.0
005790     PERFORM TABLE-SCAN-NULL                                      CCVSY1.0
005800         VARYING HIT-SUB FROM 1 BY 1                              CCVSY1.0
005810         UNTIL HIT-SUB GREATER THAN PARA-COUNT                    CCVSY1.0
005820         OR (PS-TEST-ID (HIT-SUB) EQUAL TO WORK-TEST-ID           CCVSY1.0
005830         AND PS-PAR-NAME (HIT-SUB) EQUAL TO WORK-PAR-NAME).       CCVSY1.0
005840     IF HIT-SUB NOT GREATER THAN PARA-COUNT                       CCVSY1.0
005850         GO TO FIND-PARAGRAPH-EXIT.                               CCVSY1.0
005860     IF PARA-COUNT NOT LESS THAN 400                              CCVSY1.0
005870         ADD 1 TO PARA-OVERFLOW-COUNT                             CCVSY1.0
005880         GO TO FIND-PARAGRAPH-EXIT.                               CCVSY1.0
005890     PERFORM TABLE-SCAN-NULL                                      CCVSY1.0
005900         VARYING SUB-2 FROM 1 BY 1                                CCVSY1.0
005910         UNTIL SUB-2 GREATER THAN ROUTING-COUNT                   CCVSY1.0
005920         OR RO-PGM-ID (SUB-2) EQUAL TO WORK-TEST-ID.              CCVSY1.0
005930     IF SUB-2 NOT GREATER THAN ROUTING-COUNT                      CCVSY1.0
005940         MOVE RO-TEAM-SUB (SUB-2) TO SUB-2                        CCVSY1.0
005950     ELSE                                                         CCVSY1.0
005960         PERFORM FIND-UNASSIGNED-TEAM.                            CCVSY1.0
005970     IF SUB-2 GREATER THAN TEAM-COUNT                             CCVSY1.0
005980         ADD 1 TO PARA-OVERFLOW-COUNT                             CCVSY1.0
005990         MOVE PARA-COUNT TO HIT-SUB                               CCVSY1.0
006000         ADD 1 TO HIT-SUB                                         CCVSY1.0
006010         GO TO FIND-PARAGRAPH-EXIT.                               CCVSY1.0
006020     ADD 1 TO PARA-COUNT.                                         CCVSY1.0
006030     MOVE PARA-COUNT TO HIT-SUB.                                  CCVSY1.0
006040     MOVE WORK-TEST-ID TO PS-TEST-ID (HIT-SUB).                   CCVSY1.0
006050     MOVE WORK-PAR-NAME TO PS-PAR-NAME (HIT-SUB).                 CCVSY1.0
006060     MOVE SUB-2 TO PS-TEAM-SUB (HIT-SUB).                         CCVSY1.0
006070     MOVE ZERO TO PS-FAIL-START (HIT-SUB).                        CCVSY1.0
006080     MOVE ZERO TO PS-INSPT-START (HIT-SUB).                       CCVSY1.0
006090     MOVE SPACE TO PS-LAST-DISP (HIT-SUB).                        CCVSY1.0
006100     MOVE "N" TO PS-BROKE-SW (HIT-SUB).                           CCVSY1.0
006110     MOVE "N" TO PS-REPAIRED-SW (HIT-SUB).                        CCVSY1.0
006120     MOVE SPACE TO PS-INSPT-STATE (HIT-SUB).                      CCVSY1.0
006130 FIND-PARAGRAPH-EXIT. EXIT.                                       CCVSY1.0
006140 FIND-UNASSIGNED-TEAM.                                            CCVSY1.0
006150     IF UNASSIGNED-TEAM-SUB EQUAL TO ZERO                         CCVSY1.0
006160         MOVE "**UNASSIGNED**" TO TM-TEAM (21)                    CCVSY1.0
006170         PERFORM FIND-TEAM                                        CCVSY1.0
006180         MOVE HIT-SUB TO UNASSIGNED-TEAM-SUB.                     CCVSY1.0
006190     MOVE UNASSIGNED-TEAM-SUB TO SUB-2.                           CCVSY1.0
006200*    AT MONTH END: A PARAGRAPH WITH ITS FAIL* CLOCK STILL RUNNING CCVSY1.0
006210*    IS AN OPEN FAILURE; ONE WHOSE LAST RESULT IS INSPT IS AN OPENCCVSY1.0
006220*    INSPECTION UNLESS AN ACCEPTED VERDICT COVERS THE STREAK.     CCVSY1.0
006230 SCORE-PARAGRAPH.                                                 CCVSY1.0
006240     MOVE PS-TEAM-SUB (SUB-1) TO SUB-2.                           CCVSY1.0
006250     IF PS-FAIL-START (SUB-1) NOT EQUAL TO ZERO                   CCVSY1.0
006260         ADD 1 TO TM-OPEN-FAIL (SUB-2).                           CCVSY1.0
006270     IF PS-LAST-DISP (SUB-1) NOT EQUAL TO "INSPT"                 CCVSY1.0
006280         GO TO SCORE-PARAGRAPH-EXIT.                              CCVSY1.0
006290     MOVE "N" TO VERDICT-FOUND-SW.                                CCVSY1.0
006300     IF VERDICTS-ON-FILE                                          CCVSY1.0
006310         PERFORM READ-VERDICT-RECORD.                             CCVSY1.0
006320     IF NOT VERDICT-FOUND                                         CCVSY1.0
006330         MOVE "N" TO PS-INSPT-STATE (SUB-1)                       CCVSY1.0
006340     ELSE IF ID-VERDICT NOT EQUAL TO "ACCEPTED"                   CCVSY1.0
006350         MOVE "R" TO PS-INSPT-STATE (SUB-1)                       CCVSY1.0
006360     ELSE IF ID-VERDICT-DATE LESS THAN PS-INSPT-START (SUB-1)     CCVSY1.0
006370         MOVE "S" TO PS-INSPT-STATE (SUB-1)                       CCVSY1.0
006380     ELSE                                                         CCVSY1.0
006390         GO TO SCORE-PARAGRAPH-EXIT.                              CCVSY1.0
006400     ADD 1 TO TM-OPEN-INSPT (SUB-2).                              CCVSY1.0
006410 SCORE-PARAGRAPH-EXIT. EXIT.                                      CCVSY1.0
006420 READ-VERDICT-RECORD.                                             CCVSY1.0
006430     MOVE PS-TEST-ID (SUB-1) TO ID-TEST-ID.                       CCVSY1.0
006440     MOVE PS-PAR-NAME (SUB-1) TO ID-PAR-NAME.                     CCVSY1.0
006450     READ INSPECT-DISPOSITION-FILE                                CCVSY1.0
006460         INVALID KEY                                              CCVSY1.0
006470             MOVE "N" TO VERDICT-FOUND-SW                         CCVSY1.0
006480         NOT INVALID KEY                                          CCVSY1.0
006490             SET VERDICT-FOUND TO TRUE.                           CCVSY1.0
006500 PRINT-COMPARISON-PAGE.                                           CCVSY1.0
006510     MOVE "ALL TEAMS COMPARED" TO SH-TITLE.                       CCVSY1.0
006520     MOVE SPACE TO SH-TEAM.                                       CCVSY1.0
006530     PERFORM PRINT-PAGE-HEADINGS.                                 CCVSY1.0
006540     MOVE COMPARISON-HEADING TO SCORECARD-REPORT-REC.             CCVSY1.0
006550     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
006560     PERFORM PRINT-COMPARISON-LINE                                CCVSY1.0
006570         VARYING SUB-2 FROM 1 BY 1                                CCVSY1.0
006580         UNTIL SUB-2 GREATER THAN TEAM-COUNT.                     CCVSY1.0
006590     MOVE SPACE TO SCORECARD-REPORT-REC.                          CCVSY1.0
006600     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
006610     MOVE "ALL TEAMS" TO CL-TEAM.                                 CCVSY1.0
006620     MOVE TOTAL-BROKE TO CL-BROKE.                                CCVSY1.0
006630     MOVE TOTAL-REPAIRED TO CL-REPAIRED.                          CCVSY1.0
006640     MOVE TOTAL-REPAIRS TO CL-REPAIRS.                            CCVSY1.0
006650     MOVE ZERO TO MEAN-NIGHTS.                                    CCVSY1.0
006660     IF TOTAL-REPAIRS GREATER THAN ZERO                           CCVSY1.0
006670         COMPUTE MEAN-NIGHTS ROUNDED =                            CCVSY1.0
006680             TOTAL-REPAIR-NIGHTS / TOTAL-REPAIRS.                 CCVSY1.0
006690     MOVE MEAN-NIGHTS TO CL-MEAN.                                 CCVSY1.0
006700     MOVE TOTAL-WORST-NIGHTS TO CL-WORST.                         CCVSY1.0
006710     MOVE TOTAL-OPEN-FAIL TO CL-OPEN-FAIL.                        CCVSY1.0
006720     MOVE TOTAL-OPEN-INSPT TO CL-OPEN-INSPT.                      CCVSY1.0
006730     MOVE COMPARISON-LINE TO SCORECARD-REPORT-REC.                CCVSY1.0
006740     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
006750     MOVE SPACE TO SCORECARD-REPORT-REC.                          CCVSY1.0
006760     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
006770     MOVE SPACE TO SCORE-COUNT-LINE.                              CCVSY1.0
006780     MOVE RECORDS-USED-COUNT TO SC-COUNT.                         CCVSY1.0
006790     MOVE "JOURNAL RECORDS UP TO THE MONTH END" TO SC-DESC.       CCVSY1.0
006800     PERFORM PRINT-COUNT-LINE.                                    CCVSY1.0
006810     IF PARA-OVERFLOW-COUNT GREATER THAN ZERO                     CCVSY1.0
006820         MOVE PARA-OVERFLOW-COUNT TO SC-COUNT                     CCVSY1.0
006830         MOVE "RECORDS BYPASSED - PARAGRAPH OR TEAM TABLE FULL"   CCVSY1.0
006840             TO SC-DESC                                           CCVSY1.0
006850         PERFORM PRINT-COUNT-LINE.                                CCVSY1.0
006860     IF TEAM-OVERFLOW-COUNT GREATER THAN ZERO                     CCVSY1.0
006870         MOVE TEAM-OVERFLOW-COUNT TO SC-COUNT                     CCVSY1.0
006880         MOVE "ROUTING ENTRIES BYPASSED - TEAM TABLE FULL"        CCVSY1.0
006890             TO SC-DESC                                           CCVSY1.0
006900         PERFORM PRINT-COUNT-LINE.                                CCVSY1.0
006910     IF NOT VERDICTS-ON-FILE                                      CCVSY1.0
006920         MOVE "NO INSPECTION VERDICT FILE - EVERY INSPT IS OPEN"  CCVSY1.0
006930             TO SG-TEXT                                           CCVSY1.0
006940         MOVE SCORECARD-MESSAGE-LINE TO SCORECARD-REPORT-REC      CCVSY1.0
006950         PERFORM WRITE-REPORT-LINE.                               CCVSY1.0
006960 PRINT-COMPARISON-LINE.                                           CCVSY1.0
006970     MOVE TM-TEAM (SUB-2) TO CL-TEAM.                             CCVSY1.0
006980     MOVE TM-BROKE (SUB-2) TO CL-BROKE.                           CCVSY1.0
006990     MOVE TM-REPAIRED (SUB-2) TO CL-REPAIRED.                     CCVSY1.0
007000     MOVE TM-REPAIRS (SUB-2) TO CL-REPAIRS.                       CCVSY1.0
007010     PERFORM COMPUTE-TEAM-MEAN.                                   CCVSY1.0
007020     MOVE MEAN-NIGHTS TO CL-MEAN.                                 CCVSY1.0
007030     MOVE TM-WORST-NIGHTS (SUB-2) TO CL-WORST.                    CCVSY1.0
007040     MOVE TM-OPEN-FAIL (SUB-2) TO CL-OPEN-FAIL.                   CCVSY1.0
007050     MOVE TM-OPEN-INSPT (SUB-2) TO CL-OPEN-INSPT.                 CCVSY1.0
007060     MOVE COMPARISON-LINE TO SCORECARD-REPORT-REC.                CCVSY1.0
007070     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
007080     ADD TM-BROKE (SUB-2) TO TOTAL-BROKE.                         CCVSY1.0
007090     ADD TM-REPAIRED (SUB-2) TO TOTAL-REPAIRED.                   CCVSY1.0
007100     ADD TM-REPAIRS (SUB-2) TO TOTAL-REPAIRS.                     CCVSY1.0
007110     ADD TM-REPAIR-NIGHTS (SUB-2) TO TOTAL-REPAIR-NIGHTS.         CCVSY1.0
007120     IF TM-WORST-NIGHTS (SUB-2) GREATER THAN TOTAL-WORST-NIGHTS   CCVSY1.0
007130         MOVE TM-WORST-NIGHTS (SUB-2) TO TOTAL-WORST-NIGHTS.      CCVSY1.0
007140     ADD TM-OPEN-FAIL (SUB-2) TO TOTAL-OPEN-FAIL.                 CCVSY1.0
007150     ADD TM-OPEN-INSPT (SUB-2) TO TOTAL-OPEN-INSPT.               CCVSY1.0
007160 COMPUTE-TEAM-MEAN.                                               CCVSY1.0
007170     MOVE ZERO TO MEAN-NIGHTS.                                    CCVSY1.0
007180     IF TM-REPAIRS (SUB-2) GREATER THAN ZERO                      CCVSY1.0
007190         COMPUTE MEAN-NIGHTS ROUNDED =                            CCVSY1.0
007200             TM-REPAIR-NIGHTS (SUB-2) / TM-REPAIRS (SUB-2).       CCVSY1.0
007210 PRINT-TEAM-PAGE.                                                 CCVSY1.0
007220     MOVE "SCORECARD FOR OWNING TEAM" TO SH-TITLE.                CCVSY1.0
007230     MOVE TM-TEAM (SUB-2) TO SH-TEAM.                             CCVSY1.0
007240     PERFORM PRINT-PAGE-HEADINGS.                                 CCVSY1.0
007250     MOVE SPACE TO SCORE-COUNT-LINE.                              CCVSY1.0
007260     MOVE TM-BROKE (SUB-2) TO SC-COUNT.                           CCVSY1.0
007270     MOVE "PARAGRAPHS THAT BROKE (FAIL*) DURING THE MONTH"        CCVSY1.0
007280         TO SC-DESC.                                              CCVSY1.0
007290     PERFORM PRINT-COUNT-LINE.                                    CCVSY1.0
007300     MOVE TM-REPAIRED (SUB-2) TO SC-COUNT.                        CCVSY1.0
007310     MOVE "PARAGRAPHS REPAIRED (FAIL* TO PASS) DURING THE MONTH"  CCVSY1.0
007320         TO SC-DESC.                                              CCVSY1.0
007330     PERFORM PRINT-COUNT-LINE.                                    CCVSY1.0
007340     MOVE TM-REPAIRS (SUB-2) TO SC-COUNT.                         CCVSY1.0
007350     MOVE "REPAIRS COMPLETED DURING THE MONTH" TO SC-DESC.        CCVSY1.0
007360     PERFORM PRINT-COUNT-LINE.                                    CCVSY1.0
007370     PERFORM COMPUTE-TEAM-MEAN.                                   CCVSY1.0
007380     MOVE SPACE TO SCORE-MEAN-LINE.                               CCVSY1.0
007390     MOVE MEAN-NIGHTS TO SM-MEAN.                                 CCVSY1.0
007400     MOVE "MEAN NIGHTS FROM FIRST FAIL* TO NEXT PASS" TO SM-DESC. CCVSY1.0
007410     MOVE SCORE-MEAN-LINE TO SCORECARD-REPORT-REC.                CCVSY1.0
007420     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
007430     MOVE TM-WORST-NIGHTS (SUB-2) TO SC-COUNT.                    CCVSY1.0
007440     MOVE "WORST NIGHTS FROM FIRST FAIL* TO NEXT PASS" TO SC-DESC.CCVSY1.0
007450     PERFORM PRINT-COUNT-LINE.                                    CCVSY1.0
007460     MOVE TM-OPEN-FAIL (SUB-2) TO SC-COUNT.                       CCVSY1.0
007470     MOVE "FAILURES STILL OPEN AT MONTH END" TO SC-DESC.          CCVSY1.0
007480     PERFORM PRINT-COUNT-LINE.                                    CCVSY1.0
007490     MOVE TM-OPEN-INSPT (SUB-2) TO SC-COUNT.                      CCVSY1.0
007500     MOVE "INSPT ITEMS STILL OPEN AT MONTH END" TO SC-DESC.       CCVSY1.0
007510     PERFORM PRINT-COUNT-LINE.                                    CCVSY1.0
007520     MOVE SPACE TO SCORECARD-REPORT-REC.                          CCVSY1.0
007530     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
007540     MOVE "OPEN FAILURES AT MONTH END" TO SG-TEXT.                CCVSY1.0
007550     MOVE SCORECARD-MESSAGE-LINE TO SCORECARD-REPORT-REC.         CCVSY1.0
007560     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
007570     MOVE OPEN-FAIL-HEADING TO SCORECARD-REPORT-REC.              CCVSY1.0
007580     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
007590     MOVE ZERO TO LIST-COUNT.                                     CCVSY1.0
007600     PERFORM PRINT-OPEN-FAILURE THRU PRINT-OPEN-FAILURE-EXIT      CCVSY1.0
007610         VARYING SUB-1 FROM 1 BY 1                                CCVSY1.0
007620         UNTIL SUB-1 GREATER THAN PARA-COUNT.                     CCVSY1.0
007630     IF LIST-COUNT EQUAL TO ZERO                                  CCVSY1.0
007640         PERFORM PRINT-NONE-LINE.                                 CCVSY1.0
007650     MOVE SPACE TO SCORECARD-REPORT-REC.                          CCVSY1.0
007660     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
007670     MOVE "OPEN INSPT ITEMS AT MONTH END" TO SG-TEXT.             CCVSY1.0
007680     MOVE SCORECARD-MESSAGE-LINE TO SCORECARD-REPORT-REC.         CCVSY1.0
007690     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
007700     MOVE OPEN-INSPT-HEADING TO SCORECARD-REPORT-REC.             CCVSY1.0
007710     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
007720     MOVE ZERO TO LIST-COUNT.                                     CCVSY1.0
007730     PERFORM PRINT-OPEN-INSPT THRU PRINT-OPEN-INSPT-EXIT          CCVSY1.0
007740         VARYING SUB-1 FROM 1 BY 1                                CCVSY1.0
007750         UNTIL SUB-1 GREATER THAN PARA-COUNT.                     CCVSY1.0
007760     IF LIST-COUNT EQUAL TO ZERO                                  CCVSY1.0
007770         PERFORM PRINT-NONE-LINE.                                 CCVSY1.0
007780 PRINT-OPEN-FAILURE.                                              CCVSY1.0
007790     IF PS-TEAM-SUB (SUB-1) NOT EQUAL TO SUB-2                    CCVSY1.0
007800         OR PS-FAIL-START (SUB-1) EQUAL TO ZERO                   CCVSY1.0
007810             GO TO PRINT-OPEN-FAILURE-EXIT.                       CCVSY1.0
007820     ADD 1 TO LIST-COUNT.                                         CCVSY1.0
007830     MOVE PS-TEST-ID (SUB-1) TO OF-TEST-ID.                       CCVSY1.0
007840     MOVE PS-PAR-NAME (SUB-1) TO OF-PAR-NAME.                     CCVSY1.0
007850     MOVE PS-FAIL-START (SUB-1) TO OF-FAIL-START.                 CCVSY1.0
007860     MOVE PS-FAIL-START (SUB-1) TO DATE-CONVERT-WORK.             CCVSY1.0
007870     PERFORM CONVERT-DATE-TO-DAYS.                                CCVSY1.0
007880     SUBTRACT DAY-NUMBER FROM MONTH-END-DAY-NUMBER                CCVSY1.0
007890         GIVING REPAIR-NIGHTS.                                    CCVSY1.0
007900     MOVE REPAIR-NIGHTS TO OF-NIGHTS.                             CCVSY1.0
007910     MOVE "NO TICKET" TO OF-TICKET-NO.                            CCVSY1.0
007920     MOVE SPACE TO OF-PM-STATUS.                                  CCVSY1.0
007930     PERFORM TABLE-SCAN-NULL                                      CCVSY1.0
007940         VARYING TICKET-XREF-SUB FROM 1 BY 1                      CCVSY1.0
007950         UNTIL TICKET-XREF-SUB GREATER THAN TICKET-XREF-COUNT     CCVSY1.0
007960         OR (TX-TEST-ID (TICKET-XREF-SUB) EQUAL TO                CCVSY1.0
007970             PS-TEST-ID (SUB-1)                                   CCVSY1.0
007980         AND TX-PAR-NAME (TICKET-XREF-SUB) EQUAL TO               CCVSY1.0
007990             PS-PAR-NAME (SUB-1)).                                CCVSY1.0
008000     IF TICKET-XREF-SUB NOT GREATER THAN TICKET-XREF-COUNT        CCVSY1.0
008010         MOVE TX-TICKET-NO (TICKET-XREF-SUB) TO OF-TICKET-NO      CCVSY1.0
008020         MOVE TX-PM-STATUS (TICKET-XREF-SUB) TO OF-PM-STATUS.     CCVSY1.0
008030     MOVE OPEN-FAIL-LINE TO SCORECARD-REPORT-REC.                 CCVSY1.0
008040     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
008050 PRINT-OPEN-FAILURE-EXIT. EXIT.                                   CCVSY1.0
008060 PRINT-OPEN-INSPT.                                                CCVSY1.0
008070     IF PS-TEAM-SUB (SUB-1) NOT EQUAL TO SUB-2                    CCVSY1.0
008080         OR PS-INSPT-STATE (SUB-1) EQUAL TO SPACE                 CCVSY1.0
008090             GO TO PRINT-OPEN-INSPT-EXIT.                         CCVSY1.0
008100     ADD 1 TO LIST-COUNT.                                         CCVSY1.0
008110     MOVE PS-TEST-ID (SUB-1) TO OI-TEST-ID.                       CCVSY1.0
008120     MOVE PS-PAR-NAME (SUB-1) TO OI-PAR-NAME.                     CCVSY1.0
008130     MOVE PS-INSPT-START (SUB-1) TO OI-INSPT-START.               CCVSY1.0
008140     IF PS-INSPT-STATE (SUB-1) EQUAL TO "N"                       CCVSY1.0
008150         MOVE "NO VERDICT RECORDED" TO OI-VERDICT                 CCVSY1.0
008160     ELSE IF PS-INSPT-STATE (SUB-1) EQUAL TO "R"                  CCVSY1.0
008170         MOVE "VERDICT NOT ACCEPTED" TO OI-VERDICT                CCVSY1.0
008180     ELSE                                                         CCVSY1.0
008190         MOVE "ACCEPTED BEFORE CURRENT STREAK" TO OI-VERDICT.     CCVSY1.0
008200     MOVE OPEN-INSPT-LINE TO SCORECARD-REPORT-REC.                CCVSY1.0
008210     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
008220 PRINT-OPEN-INSPT-EXIT. EXIT.                                     CCVSY1.0
008230 PRINT-NONE-LINE.                                                 CCVSY1.0
008240     MOVE "  NONE" TO SG-TEXT.                                    CCVSY1.0
008250     MOVE SCORECARD-MESSAGE-LINE TO SCORECARD-REPORT-REC.         CCVSY1.0
008260     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
008270 PRINT-COUNT-LINE.                                                CCVSY1.0
008280     MOVE SCORE-COUNT-LINE TO SCORECARD-REPORT-REC.               CCVSY1.0
008290     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
008300 PRINT-FIRST-PAGE-MESSAGE.                                        CCVSY1.0
008310     MOVE SPACE TO SH-TITLE SH-TEAM.                              CCVSY1.0
008320     PERFORM PRINT-PAGE-HEADINGS.                                 CCVSY1.0
008330     MOVE SCORECARD-MESSAGE-LINE TO SCORECARD-REPORT-REC.         CCVSY1.0
008340     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
008350 PRINT-PAGE-HEADINGS.                                             CCVSY1.0
008360     ADD 1 TO PAGE-COUNT.                                         CCVSY1.0
008370     MOVE PAGE-COUNT TO SH-PAGE.                                  CCVSY1.0
008380     MOVE SCORE-MONTH TO SH-MONTH.                                CCVSY1.0
008390     MOVE TODAYS-RUN-DATE TO SH-TODAY.                            CCVSY1.0
008400     MOVE SCORECARD-HEADING-1 TO SCORECARD-REPORT-REC.            CCVSY1.0
008410     WRITE SCORECARD-REPORT-REC AFTER ADVANCING PAGE.             CCVSY1.0
008420     MOVE SCORECARD-HEADING-2 TO SCORECARD-REPORT-REC.            CCVSY1.0
008430     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
008440     MOVE SPACE TO SCORECARD-REPORT-REC.                          CCVSY1.0
008450     PERFORM WRITE-REPORT-LINE.                                   CCVSY1.0
008460 WRITE-REPORT-LINE.                                               CCVSY1.0
008470     WRITE SCORECARD-REPORT-REC AFTER ADVANCING 1 LINES.          CCVSY1.0
