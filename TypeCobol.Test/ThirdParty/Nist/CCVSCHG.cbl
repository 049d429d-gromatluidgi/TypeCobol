000100 IDENTIFICATION DIVISION.                                         CCVS71.0
000110 PROGRAM-ID. CCVSCHG.                                             CCVS71.0
000120*    CONSOLIDATED "WHO CHANGED WHAT" EXTRACT OVER THE SUITE'S     CCVS71.0
000130*    CHANGE EVIDENCE, FOR INTERNAL AUDIT.  FIVE SOURCES ARE READ  CCVS71.0
000140*    AND NORMALIZED TO ONE LAYOUT - DATE, TIME, SOURCE, USER,     CCVS71.0
000150*    ACTION, OBJECT CHANGED (TEST-ID AND PAR-NAME) AND A BEFORE   CCVS71.0
000160*    AND AFTER SUMMARY - AND LISTED IN DATE AND TIME ORDER:       CCVS71.0
000170*        CCVS.TESTCASE.AUDIT   TEST-CASE EDITS FROM CCVSVAL (A    CCVS71.0
000180*                              CHANGE'S BEFORE AND AFTER IMAGES   CCVS71.0
000190*                              MAKE ONE LINE)                     CCVS71.0
000200*        CCVS.ROSTER.AUDIT     ROSTER AND ROUTING EDITS (CCVSROS) CCVS71.0
000210*        CCVS.INQUIRY.LOG      RESET REQUESTS, APPROVALS, DENIALS,CCVS71.0
000220*                              APPLIES, REFUSALS AND LOCK CLEARS  CCVS71.0
000230*                              (CCVSINQ AND CCVSRSA)              CCVS71.0
000240*        CCVS.QUARANTINE.AUDIT QUARANTINE REGISTER EDITS FROM     CCVS71.0
000250*                              CCVSQUA (TICKET AND EXPIRY DATE)   CCVS71.0
000260*        CCVS.K6SCA.INSPDISP   INSPECTION VERDICTS (CCVSINS).     CCVS71.0
000270*                              ONLY THE LATEST VERDICT PER        CCVS71.0
000280*                              PARAGRAPH IS KEPT, DATED BUT       CCVS71.0
000290*                              NOT TIMED.                         CCVS71.0
000300*    A VERDICT CARRIES THE ANALYST'S INITIALS, NOT A USER-ID; X   CCVS71.0
000310*    CARDS MAP INITIALS TO USER-IDS SO VERDICTS CAN BE SELECTED   CCVS71.0
000320*    BY USER AND CHECKED BELOW.  UNMAPPED INITIALS FOUND IN THE   CCVS71.0
000330*    PERIOD ARE LISTED AT THE END.                                CCVS71.0
000340*    THE EXTRACT ENDS WITH THE SEGREGATION-OF-DUTIES EXCEPTIONS   CCVS71.0
000350*    IN THE PERIOD: THE SAME USER CHANGING A TEST CASE, OR        CCVS71.0
000360*    QUARANTINING A PARAGRAPH, AND ALSO ACCEPTING ITS INSPT       CCVS71.0
000370*    VERDICT OR APPROVING A HISTORY RESET OF IT, AND A RESET      CCVS71.0
000380*    APPLIED WITH THE SAME USER AS REQUESTER AND APPROVER.  CARDS:CCVS71.0
000390*        E CARD (EXACTLY ONE) - THE EXTRACT REQUEST               CCVS71.0
000400*        COL  1      E                                            CCVS71.0
000410*        COL  3-10   FIRST DATE YYYYMMDD (BLANK = EARLIEST)       CCVS71.0
000420*        COL 12-19   LAST DATE YYYYMMDD (BLANK = LATEST)          CCVS71.0
000430*        COL 21-28   USER-ID (BLANK = ALL USERS)                  CCVS71.0
000440*        COL 30-38   TEST-ID (BLANK = ALL PROGRAMS)               CCVS71.0
000450*        X CARD (ANY NUMBER) - ANALYST CROSS-REFERENCE            CCVS71.0
000460*        COL  1      X                                            CCVS71.0
000470*        COL  3-5    ANALYST INITIALS AS CODED ON VERDICT CARDS   CCVS71.0
000480*        COL  7-14   THAT ANALYST'S USER-ID                       CCVS71.0
000490*    A USER-ID SELECTS EVERY EVENT THE USER TOOK PART IN, AS THE  CCVS71.0
000500*    ACTING USER OR AS THE OTHER PARTY OF A RESET (REQUESTER OR   CCVS71.0
000510*    APPROVER).  RC 0 = EXTRACT WRITTEN.  RC 4 = THE EVIDENCE IS  CCVS71.0
000520*    INCOMPLETE: A SOURCE COULD NOT BE OPENED, VERDICT INITIALS   CCVS71.0
000530*    ARE UNMAPPED, THE EVENT TABLE FILLED OR AN X CARD WAS        CCVS71.0
000540*    REJECTED.  RC 8 = SEGREGATION-OF-DUTIES EXCEPTIONS LISTED.   CCVS71.0
000550*    RC 16 = NO USABLE E CARD.  RUN ON DEMAND FROM THE            CCVS71.0
000560*    MAINTENANCE JOB.                                             CCVS71.0
000570 ENVIRONMENT DIVISION.                                            CCVS71.0
000580 INPUT-OUTPUT SECTION.                                            CCVS71.0
000590 FILE-CONTROL.                                                    CCVS71.0
000600     SELECT REQUEST-CARD-FILE ASSIGN TO                           CCVS71.0
000610     XXXXX166.                                                    CCVS71.0
000620     SELECT TESTCASE-AUDIT-FILE ASSIGN TO                         CCVS71.0
000630     XXXXX075                                                     CCVS71.0
000640     FILE STATUS IS TESTCASE-AUDIT-STATUS.                        CCVS71.0
000650     SELECT ROSTER-AUDIT-FILE ASSIGN TO                           CCVS71.0
000660     XXXXX097                                                     CCVS71.0
000670     FILE STATUS IS ROSTER-AUDIT-STATUS.                          CCVS71.0
000680     SELECT INQUIRY-LOG-FILE ASSIGN TO                            CCVS71.0
000690     XXXXX089                                                     CCVS71.0
000700     FILE STATUS IS INQUIRY-LOG-STATUS.                           CCVS71.0
000710     SELECT QUARANTINE-AUDIT-FILE ASSIGN TO                       CCVS71.0
000720     XXXXX124                                                     CCVS71.0
000730     FILE STATUS IS QUARANTINE-AUDIT-STATUS.                      CCVS71.0
000740     SELECT INSPECT-DISPOSITION-FILE ASSIGN TO                    CCVS71.0
000750     XXXXX066                                                     CCVS71.0
000760     ORGANIZATION INDEXED ACCESS MODE DYNAMIC                     CCVS71.0
000770     RECORD KEY IS ID-KEY                                         CCVS71.0
000780     FILE STATUS IS INSPECT-DISP-STATUS.                          CCVS71.0
000790     SELECT EXTRACT-REPORT-FILE ASSIGN TO                         CCVS71.0
000800     XXXXX167.                                                    CCVS71.0
000810 DATA DIVISION.                                                   CCVS71.0
000820 FILE SECTION.                                                    CCVS71.0
000830 FD  REQUEST-CARD-FILE.                                           CCVS71.0
000840 01  REQUEST-CARD.                                                CCVS71.0
000850     02 RQ-TYPE               PIC X.                              CCVS71.0
000860     02 FILLER                PIC X.                              CCVS71.0
000870     02 RQ-FROM-DATE          PIC X(8).                           CCVS71.0
000880     02 RQ-FROM-DATE-N REDEFINES RQ-FROM-DATE PIC 9(8).           CCVS71.0
000890     02 FILLER                PIC X.                              CCVS71.0
000900     02 RQ-TO-DATE            PIC X(8).                           CCVS71.0
000910     02 RQ-TO-DATE-N REDEFINES RQ-TO-DATE PIC 9(8).               CCVS71.0
000920     02 FILLER                PIC X.                              CCVS71.0
000930     02 RQ-USER-ID            PIC X(8).                           CCVS71.0
000940     02 FILLER                PIC X.                              CCVS71.0
000950     02 RQ-TEST-ID            PIC X(9).                           CCVS71.0
000960     02 FILLER                PIC X(42).                          CCVS71.0
000970 01  ANALYST-CARD.                                                CCVS71.0
000980     02 FILLER                PIC X(2).                           CCVS71.0
000990     02 AC-INITIALS           PIC X(3).                           CCVS71.0
001000     02 FILLER                PIC X.                              CCVS71.0
001010     02 AC-USER-ID            PIC X(8).                           CCVS71.0
001020     02 FILLER                PIC X(66).                          CCVS71.0
001030 FD  TESTCASE-AUDIT-FILE.                                         CCVS71.0
001040 01  TESTCASE-AUDIT-REC.                                          CCVS71.0
001050     02 TA-RUN-DATE          PIC 9(8).                            CCVS71.0
001060     02 TA-RUN-TIME          PIC 9(8).                            CCVS71.0
001070     02 TA-USER-ID           PIC X(8).                            CCVS71.0
001080     02 TA-ACTION            PIC X(6).                            CCVS71.0
001090     02 TA-IMAGE-TYPE        PIC X(6).                            CCVS71.0
001100     02 TA-PAR-NAME          PIC X(22).                           CCVS71.0
001110     02 TA-CASE-IMAGE.                                            CCVS71.0
001120         03 TA-NARRATIVES    PIC X(240).                          CCVS71.0
001130         03 TA-DISPOSITION   PIC X(5).                            CCVS71.0
001140         03 TA-CASE-PAR-NAME PIC X(22).                           CCVS71.0
001150         03 TA-FEATURE       PIC X(20).                           CCVS71.0
001160         03 TA-PREREQ        PIC X(22).                           CCVS71.0
001170         03 TA-ANSI-REF      PIC X(15).                           CCVS71.0
001180     02 FILLER               PIC X(3).                            CCVS71.0
001190 FD  ROSTER-AUDIT-FILE.                                           CCVS71.0
001200 01  ROSTER-AUDIT-REC.                                            CCVS71.0
001210     02 RA-RUN-DATE          PIC 9(8).                            CCVS71.0
001220     02 RA-RUN-TIME          PIC 9(8).                            CCVS71.0
001230     02 RA-USER-ID           PIC X(8).                            CCVS71.0
001240     02 RA-FILE-ID           PIC X.                               CCVS71.0
001250     02 RA-ACTION            PIC X(6).                            CCVS71.0
001260     02 RA-IMAGE-TYPE        PIC X(6).                            CCVS71.0
001270     02 RA-PGM-ID            PIC X(9).                            CCVS71.0
001280     02 RA-REC-IMAGE.                                             CCVS71.0
001290         03 RA-IMAGE-PGM-ID  PIC X(9).                            CCVS71.0
001300         03 FILLER           PIC X.                               CCVS71.0
001310         03 RA-STREAM-ID     PIC X.                               CCVS71.0
001320         03 FILLER           PIC X.                               CCVS71.0
001330         03 RA-STEP-NAME     PIC X(8).                            CCVS71.0
001340         03 FILLER           PIC X(60).                           CCVS71.0
001350     02 RA-ROUTING-IMAGE REDEFINES RA-REC-IMAGE.                  CCVS71.0
001360         03 FILLER           PIC X(10).                           CCVS71.0
001370         03 RA-TEAM          PIC X(20).                           CCVS71.0
001380         03 FILLER           PIC X.                               CCVS71.0
001390         03 RA-SEVERITY      PIC X.                               CCVS71.0
001400         03 FILLER           PIC X(48).                           CCVS71.0
001410     02 FILLER               PIC X(4).                            CCVS71.0
001420 FD  INQUIRY-LOG-FILE.                                            CCVS71.0
001430 01  INQUIRY-LOG-REC.                                             CCVS71.0
001440     02 IQ-RUN-DATE           PIC 9(8).                           CCVS71.0
001450     02 IQ-RUN-TIME           PIC 9(8).                           CCVS71.0
001460     02 IQ-USER-ID            PIC X(8).                           CCVS71.0
001470     02 IQ-ACTION             PIC X(8).                           CCVS71.0
001480     02 IQ-TEST-ID            PIC X(9).                           CCVS71.0
001490     02 IQ-PAR-NAME           PIC X(22).                          CCVS71.0
001500     02 IQ-PRIOR-COMPUTED     PIC X(20).                          CCVS71.0
001510     02 IQ-PRIOR-DISPOSITION  PIC X(5).                           CCVS71.0
001520     02 IQ-SECOND-USER        PIC X(8).                           CCVS71.0
001530     02 IQ-LOCK-HOLDER        PIC X(8).                           CCVS71.0
001540     02 IQ-LOCK-DATE          PIC 9(8).                           CCVS71.0
001550     02 IQ-LOCK-TIME          PIC 9(8).                           CCVS71.0
001560     02 FILLER                PIC X(8).                           CCVS71.0
001570 FD  QUARANTINE-AUDIT-FILE.                                       CCVS71.0
001580 01  QUARANTINE-AUDIT-REC.                                        CCVS71.0
001590     02 QU-RUN-DATE          PIC 9(8).                            CCVS71.0
001600     02 QU-RUN-TIME          PIC 9(8).                            CCVS71.0
001610     02 QU-USER-ID           PIC X(8).                            CCVS71.0
001620     02 QU-ACTION            PIC X(6).                            CCVS71.0
001630     02 QU-IMAGE-TYPE        PIC X(6).                            CCVS71.0
001640     02 QU-ENTRY-IMAGE.                                           CCVS71.0
001650         03 QU-TEST-ID       PIC X(9).                            CCVS71.0
001660         03 FILLER           PIC X.                               CCVS71.0
001670         03 QU-PAR-NAME      PIC X(22).                           CCVS71.0
001680         03 FILLER           PIC X.                               CCVS71.0
001690         03 QU-REASON        PIC X(40).                           CCVS71.0
001700         03 FILLER           PIC X.                               CCVS71.0
001710         03 QU-TICKET-REF    PIC X(10).                           CCVS71.0
001720         03 FILLER           PIC X.                               CCVS71.0
001730         03 QU-ANALYST       PIC X(8).                            CCVS71.0
001740         03 FILLER           PIC X.                               CCVS71.0
001750         03 QU-EXPIRY-DATE   PIC X(8).                            CCVS71.0
001760         03 FILLER           PIC X(18).                           CCVS71.0
001770     02 FILLER               PIC X(4).                            CCVS71.0
001780 FD  INSPECT-DISPOSITION-FILE.                                    CCVS71.0
001790 01  INSPECT-DISPOSITION-REC.                                     CCVS71.0
001800     02 ID-KEY.                                                   CCVS71.0
001810         03 ID-TEST-ID        PIC X(9).                           CCVS71.0
001820         03 ID-PAR-NAME       PIC X(22).                          CCVS71.0
001830     02 ID-VERDICT            PIC X(8).                           CCVS71.0
001840     02 ID-ACCEPTED-COMPUTED  PIC X(20).                          CCVS71.0
001850     02 ID-ANALYST            PIC X(3).                           CCVS71.0
001860     02 ID-VERDICT-DATE       PIC 9(8).                           CCVS71.0
001870     02 FILLER                PIC X(50).                          CCVS71.0
001880 FD  EXTRACT-REPORT-FILE.                                         CCVS71.0
001890 01  EXTRACT-REPORT-REC                 PIC X(132).               CCVS71.0
001900 WORKING-STORAGE SECTION.                                         CCVS71.0
001910 01  TESTCASE-AUDIT-STATUS              PIC XX     VALUE SPACE.   CCVS71.0
001920 01  ROSTER-AUDIT-STATUS                PIC XX     VALUE SPACE.   CCVS71.0
001930 01  INQUIRY-LOG-STATUS                 PIC XX     VALUE SPACE.   CCVS71.0
001940 01  QUARANTINE-AUDIT-STATUS            PIC XX     VALUE SPACE.   CCVS71.0
001950 01  INSPECT-DISP-STATUS                PIC XX     VALUE SPACE.   CCVS71.0
001960 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVS71.0
001970 01  TESTCASE-OWNER-ID                  PIC X(9)   VALUE "K6SCA". CCVS71.0
001980 01  CARD-EOF-SW                        PIC X      VALUE "N".     CCVS71.0
001990     88 CARD-EOF                                   VALUE "Y".     CCVS71.0
002000 01  SOURCE-EOF-SW                      PIC X      VALUE "N".     CCVS71.0
002010     88 SOURCE-EOF                                 VALUE "Y".     CCVS71.0
002020 01  REQUEST-FOUND-SW                   PIC X      VALUE "N".     CCVS71.0
002030     88 REQUEST-FOUND                              VALUE "Y".     CCVS71.0
002040 01  INSERT-POINT-SW                    PIC X      VALUE "N".     CCVS71.0
002050     88 INSERT-POINT-FOUND                         VALUE "Y".     CCVS71.0
002060 01  ANALYST-FOUND-SW                   PIC X      VALUE "N".     CCVS71.0
002070     88 ANALYST-FOUND                              VALUE "Y".     CCVS71.0
002080 01  HELD-BEFORE-SW                     PIC X      VALUE "N".     CCVS71.0
002090     88 BEFORE-IMAGE-HELD                          VALUE "Y".     CCVS71.0
002100 01  REQUEST-FROM-DATE                  PIC 9(8)   VALUE ZERO.    CCVS71.0
002110 01  REQUEST-TO-DATE                    PIC 9(8)   VALUE 99999999.CCVS71.0
002120 01  REQUEST-USER-ID                    PIC X(8)   VALUE SPACE.   CCVS71.0
002130 01  REQUEST-TEST-ID                    PIC X(9)   VALUE SPACE.   CCVS71.0
002140 01  SOURCE-STATUS                      PIC XX     VALUE SPACE.   CCVS71.0
002150 01  SOURCE-NAME                        PIC X(24)  VALUE SPACE.   CCVS71.0
002160 01  SOURCE-READ-COUNT                  PIC 9(7)   VALUE ZERO.    CCVS71.0
002170 01  SOURCE-SELECTED-COUNT              PIC 9(7)   VALUE ZERO.    CCVS71.0
002180 01  MISSING-SOURCE-COUNT               PIC 9(5)   VALUE ZERO.    CCVS71.0
002190 01  REJECTED-COUNT                     PIC 9(5)   VALUE ZERO.    CCVS71.0
002200 01  EVENT-OVERFLOW-COUNT               PIC 9(7)   VALUE ZERO.    CCVS71.0
002210 01  EXCEPTION-COUNT                    PIC 9(5)   VALUE ZERO.    CCVS71.0
002220 01  EVENT-SEQUENCE                     PIC 9(7)   VALUE ZERO.    CCVS71.0
002230 01  HELD-BEFORE-SUMMARY                PIC X(26)  VALUE SPACE.   CCVS71.0
002240 01  CASE-SUMMARY.                                                CCVS71.0
002250     02 CS-DISPOSITION        PIC X(5).                           CCVS71.0
002260     02 FILLER                PIC X      VALUE SPACE.             CCVS71.0
002270     02 CS-FEATURE            PIC X(20).                          CCVS71.0
002280 01  ROSTER-SUMMARY.                                              CCVS71.0
002290     02 FILLER                PIC X(7)   VALUE "STREAM ".         CCVS71.0
002300     02 RS-STREAM-ID          PIC X.                              CCVS71.0
002310     02 FILLER                PIC X(6)   VALUE " STEP ".          CCVS71.0
002320     02 RS-STEP-NAME          PIC X(8).                           CCVS71.0
002330     02 FILLER                PIC X(4)   VALUE SPACE.             CCVS71.0
002340 01  ROUTING-SUMMARY.                                             CCVS71.0
002350     02 RG-TEAM               PIC X(20).                          CCVS71.0
002360     02 FILLER                PIC X(5)   VALUE " SEV ".           CCVS71.0
002370     02 RG-SEVERITY           PIC X.                              CCVS71.0
002380 01  QUARANTINE-SUMMARY.                                          CCVS71.0
002390     02 QS-TICKET-REF         PIC X(10).                          CCVS71.0
002400     02 FILLER                PIC X(5)   VALUE " EXP ".           CCVS71.0
002410     02 QS-EXPIRY-DATE        PIC X(8).                           CCVS71.0
002420     02 FILLER                PIC X(3)   VALUE SPACE.             CCVS71.0
002430 01  ANALYST-XREF-COUNT                 PIC S9(4) COMP VALUE 0.   CCVS71.0
002440 01  ANALYST-XREF-TABLE.                                          CCVS71.0
002450     02 ANALYST-XREF-ENTRY OCCURS 100 TIMES.                      CCVS71.0
002460         03 AX-INITIALS       PIC X(3).                           CCVS71.0
002470         03 AX-USER-ID        PIC X(8).                           CCVS71.0
002480 01  UNMAPPED-COUNT                     PIC S9(4) COMP VALUE 0.   CCVS71.0
002490 01  UNMAPPED-TABLE.                                              CCVS71.0
002500     02 UM-INITIALS PIC X(3) OCCURS 100 TIMES.                    CCVS71.0
002510 01  EVENT-COUNT                        PIC S9(4) COMP VALUE 0.   CCVS71.0
002520 01  EVENT-WORK.                                                  CCVS71.0
002530     02 EW-KEY.                                                   CCVS71.0
002540         03 EW-DATE           PIC 9(8).                           CCVS71.0
002550         03 EW-TIME           PIC 9(8).                           CCVS71.0
002560         03 EW-SEQUENCE       PIC 9(7).                           CCVS71.0
002570     02 EW-SOURCE             PIC X(8).                           CCVS71.0
002580     02 EW-USER-ID            PIC X(8).                           CCVS71.0
002590     02 EW-SECOND-USER        PIC X(8).                           CCVS71.0
002600     02 EW-ACTION             PIC X(8).                           CCVS71.0
002610     02 EW-TEST-ID            PIC X(9).                           CCVS71.0
002620     02 EW-PAR-NAME           PIC X(22).                          CCVS71.0
002630     02 EW-BEFORE             PIC X(26).                          CCVS71.0
002640     02 EW-AFTER              PIC X(26).                          CCVS71.0
002650 01  EVENT-TABLE.                                                 CCVS71.0
002660     02 EVENT-ENTRY OCCURS 2000 TIMES.                            CCVS71.0
002670         03 EV-KEY.                                               CCVS71.0
002680             04 EV-DATE       PIC 9(8).                           CCVS71.0
002690             04 EV-TIME       PIC 9(8).                           CCVS71.0
002700             04 EV-SEQUENCE   PIC 9(7).                           CCVS71.0
002710         03 EV-SOURCE         PIC X(8).                           CCVS71.0
002720         03 EV-USER-ID        PIC X(8).                           CCVS71.0
002730         03 EV-SECOND-USER    PIC X(8).                           CCVS71.0
002740         03 EV-ACTION         PIC X(8).                           CCVS71.0
002750         03 EV-TEST-ID        PIC X(9).                           CCVS71.0
002760         03 EV-PAR-NAME       PIC X(22).                          CCVS71.0
002770         03 EV-BEFORE         PIC X(26).                          CCVS71.0
002780         03 EV-AFTER          PIC X(26).                          CCVS71.0
002790 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVS71.0
002800 01  SUB-2                              PIC S9(4) COMP VALUE 0.   CCVS71.0
002810 01  EXTRACT-HEADING.                                             CCVS71.0
002820     02 FILLER PIC X(20) VALUE SPACE.                             CCVS71.0
002830     02 FILLER PIC X(44)                                          CCVS71.0
002840         VALUE "CCVS CONSOLIDATED CHANGE AUDIT EXTRACT".          CCVS71.0
002850     02 FILLER PIC X(60) VALUE SPACE.                             CCVS71.0
002860     02 XH-RUN-DATE        PIC 9(8).                              CCVS71.0
002870 01  REQUEST-ECHO-LINE.                                           CCVS71.0
002880     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
002890     02 FILLER PIC X(7)  VALUE "PERIOD ".                         CCVS71.0
002900     02 RE-FROM-DATE       PIC 9(8).                              CCVS71.0
002910     02 FILLER PIC X(4)  VALUE " TO ".                            CCVS71.0
002920     02 RE-TO-DATE         PIC 9(8).                              CCVS71.0
002930     02 FILLER PIC X(7)  VALUE "  USER ".                         CCVS71.0
002940     02 RE-USER-ID         PIC X(8).                              CCVS71.0
002950     02 FILLER PIC X(10) VALUE "  TEST-ID ".                      CCVS71.0
002960     02 RE-TEST-ID         PIC X(9).                              CCVS71.0
002970     02 FILLER PIC X(19) VALUE "  ANALYSTS MAPPED ".              CCVS71.0
002980     02 RE-XREF-COUNT      PIC ZZ9.                               CCVS71.0
002990     02 FILLER PIC X(48) VALUE SPACE.                             CCVS71.0
003000 01  SOURCE-LINE.                                                 CCVS71.0
003010     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003020     02 FILLER PIC X(7)  VALUE "SOURCE ".                         CCVS71.0
003030     02 SO-NAME            PIC X(24).                             CCVS71.0
003040     02 SO-TEXT            PIC X(60).                             CCVS71.0
003050     02 FILLER PIC X(40) VALUE SPACE.                             CCVS71.0
003060 01  SOURCE-COUNT-TEXT.                                           CCVS71.0
003070     02 FILLER PIC X(6)  VALUE " READ ".                          CCVS71.0
003080     02 SC-READ            PIC ZZZZZZ9.                           CCVS71.0
003090     02 FILLER PIC X(10) VALUE " SELECTED ".                      CCVS71.0
003100     02 SC-SELECTED        PIC ZZZZZZ9.                           CCVS71.0
003110     02 FILLER PIC X(30) VALUE SPACE.                             CCVS71.0
003120 01  SECTION-HEADING-LINE.                                        CCVS71.0
003130     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003140     02 SH-TEXT            PIC X(60).                             CCVS71.0
003150     02 FILLER PIC X(71) VALUE SPACE.                             CCVS71.0
003160 01  EVENT-COLUMN-HEADING.                                        CCVS71.0
003170     02 FILLER PIC X(37)                                          CCVS71.0
003180         VALUE " DATE     TIME     SOURCE   USER    ".            CCVS71.0
003190     02 FILLER PIC X(42)                                          CCVS71.0
003200         VALUE "ACTION   TEST-ID   PAR-NAME".                     CCVS71.0
003210     02 FILLER PIC X(53)                                          CCVS71.0
003220         VALUE "BEFORE                     AFTER".                CCVS71.0
003230 01  EVENT-LINE.                                                  CCVS71.0
003240     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003250     02 EL-DATE            PIC 9(8).                              CCVS71.0
003260     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003270     02 EL-TIME            PIC 9(8).                              CCVS71.0
003280     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003290     02 EL-SOURCE          PIC X(8).                              CCVS71.0
003300     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003310     02 EL-USER-ID         PIC X(8).                              CCVS71.0
003320     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003330     02 EL-ACTION          PIC X(8).                              CCVS71.0
003340     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003350     02 EL-TEST-ID         PIC X(9).                              CCVS71.0
003360     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003370     02 EL-PAR-NAME        PIC X(22).                             CCVS71.0
003380     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003390     02 EL-BEFORE          PIC X(26).                             CCVS71.0
003400     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003410     02 EL-AFTER           PIC X(26).                             CCVS71.0
003420 01  EXCEPTION-COLUMN-HEADING.                                    CCVS71.0
003430     02 FILLER PIC X(43)                                          CCVS71.0
003440         VALUE " USER     TEST-ID   PAR-NAME".                    CCVS71.0
003450     02 FILLER PIC X(47)                                          CCVS71.0
003460         VALUE " EXCEPTION".                                      CCVS71.0
003470     02 FILLER PIC X(42)                                          CCVS71.0
003480         VALUE " FIRST    SECOND".                                CCVS71.0
003490 01  EXCEPTION-LINE.                                              CCVS71.0
003500     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003510     02 XL-USER-ID         PIC X(8).                              CCVS71.0
003520     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003530     02 XL-TEST-ID         PIC X(9).                              CCVS71.0
003540     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003550     02 XL-PAR-NAME        PIC X(22).                             CCVS71.0
003560     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS71.0
003570     02 XL-RULE            PIC X(46).                             CCVS71.0
003580     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003590     02 XL-FIRST-DATE      PIC 9(8).                              CCVS71.0
003600     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003610     02 XL-SECOND-DATE     PIC 9(8).                              CCVS71.0
003620     02 FILLER PIC X(24) VALUE SPACE.                             CCVS71.0
003630 01  UNMAPPED-LINE.                                               CCVS71.0
003640     02 FILLER PIC X(5)  VALUE SPACE.                             CCVS71.0
003650     02 UL-INITIALS        PIC X(3).                              CCVS71.0
003660     02 FILLER PIC X(44)                                          CCVS71.0
003670         VALUE "  NO X CARD - VERDICTS LISTED UNDER INITIALS".    CCVS71.0
003680     02 FILLER PIC X(80) VALUE SPACE.                             CCVS71.0
003690 01  REJECTED-CARD-LINE.                                          CCVS71.0
003700     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003710     02 FILLER PIC X(27) VALUE "*** REQUEST CARD REJECTED: ".     CCVS71.0
003720     02 RJ-CARD            PIC X(80).                             CCVS71.0
003730     02 FILLER PIC X(24) VALUE SPACE.                             CCVS71.0
003740 01  REJECTED-REASON-LINE.                                        CCVS71.0
003750     02 FILLER PIC X(5)  VALUE SPACE.                             CCVS71.0
003760     02 RR-REASON          PIC X(60).                             CCVS71.0
003770     02 FILLER PIC X(67) VALUE SPACE.                             CCVS71.0
003780 01  EXTRACT-TOTAL-LINE.                                          CCVS71.0
003790     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003800     02 XT-COUNT           PIC ZZZZZZ9.                           CCVS71.0
003810     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS71.0
003820     02 XT-DESC            PIC X(60).                             CCVS71.0
003830     02 FILLER PIC X(63) VALUE SPACE.                             CCVS71.0
003840 PROCEDURE DIVISION.                                              CCVS71.0
003850 CCVSCHG-MAIN SECTION.                                            CCVS71.0
003860 OPEN-FILES.                                                      CCVS71.0
003870     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVS71.0
003880     OPEN OUTPUT EXTRACT-REPORT-FILE.                             CCVS71.0
003890     MOVE TODAYS-RUN-DATE TO XH-RUN-DATE.                         CCVS71.0
003900     MOVE EXTRACT-HEADING TO EXTRACT-REPORT-REC.                  CCVS71.0
003910     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
003920     OPEN INPUT REQUEST-CARD-FILE.                                CCVS71.0
003930     PERFORM READ-REQUEST-CARD.                                   CCVS71.0
003940     PERFORM CHECK-REQUEST-CARD THRU CHECK-REQUEST-CARD-EXIT      CCVS71.0
003950         UNTIL CARD-EOF.                                          CCVS71.0
003960     CLOSE REQUEST-CARD-FILE.                                     CCVS71.0
003970     IF NOT REQUEST-FOUND                                         CCVS71.0
003980         MOVE ZERO TO XT-COUNT                                    CCVS71.0
003990         MOVE "NO USABLE E CARD - NOTHING EXTRACTED" TO XT-DESC   CCVS71.0
004000         MOVE EXTRACT-TOTAL-LINE TO EXTRACT-REPORT-REC            CCVS71.0
004010         PERFORM WRITE-REPORT-LINE                                CCVS71.0
004020         MOVE 16 TO RETURN-CODE                                   CCVS71.0
004030         GO TO CLOSE-FILES.                                       CCVS71.0
004040     MOVE REQUEST-FROM-DATE TO RE-FROM-DATE.                      CCVS71.0
004050     MOVE REQUEST-TO-DATE TO RE-TO-DATE.                          CCVS71.0
004060     MOVE REQUEST-USER-ID TO RE-USER-ID.                          CCVS71.0
004070     IF REQUEST-USER-ID EQUAL TO SPACE                            CCVS71.0
004080         MOVE "(ALL)" TO RE-USER-ID.                              CCVS71.0
004090     MOVE REQUEST-TEST-ID TO RE-TEST-ID.                          CCVS71.0
004100     IF REQUEST-TEST-ID EQUAL TO SPACE                            CCVS71.0
004110         MOVE "(ALL)" TO RE-TEST-ID.                              CCVS71.0
004120     MOVE ANALYST-XREF-COUNT TO RE-XREF-COUNT.                    CCVS71.0
004130     MOVE REQUEST-ECHO-LINE TO EXTRACT-REPORT-REC.                CCVS71.0
004140     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
004150     PERFORM LOAD-TESTCASE-AUDIT THRU LOAD-TESTCASE-AUDIT-EXIT.   CCVS71.0
004160     PERFORM LOAD-ROSTER-AUDIT THRU LOAD-ROSTER-AUDIT-EXIT.       CCVS71.0
004170     PERFORM LOAD-INQUIRY-LOG THRU LOAD-INQUIRY-LOG-EXIT.         CCVS71.0
004180     PERFORM LOAD-QUARANTINE-AUDIT THRU                           CCVS71.0
004190         LOAD-QUARANTINE-AUDIT-EXIT.                              CCVS71.0
004200     PERFORM LOAD-VERDICTS THRU LOAD-VERDICTS-EXIT.               CCVS71.0
004210     PERFORM PRINT-EVENTS.                                        CCVS71.0
004220     PERFORM CHECK-SEGREGATION.                                   CCVS71.0
004230     PERFORM PRINT-UNMAPPED-ANALYSTS THRU                         CCVS71.0
004240         PRINT-UNMAPPED-ANALYSTS-EXIT.                            CCVS71.0
004250     PERFORM PRINT-EXTRACT-TOTALS.                                CCVS71.0
004260     IF EXCEPTION-COUNT GREATER THAN ZERO                         CCVS71.0
004270         MOVE 8 TO RETURN-CODE                                    CCVS71.0
004280     ELSE IF MISSING-SOURCE-COUNT GREATER THAN ZERO               CCVS71.0
004290         OR UNMAPPED-COUNT GREATER THAN ZERO                      CCVS71.0
004300         OR EVENT-OVERFLOW-COUNT GREATER THAN ZERO                CCVS71.0
004310         OR REJECTED-COUNT GREATER THAN ZERO                      CCVS71.0
004320             MOVE 4 TO RETURN-CODE.                               CCVS71.0
004330 CLOSE-FILES.                                                     CCVS71.0
004340     CLOSE EXTRACT-REPORT-FILE.                                   CCVS71.0
004350     STOP RUN.                                                    CCVS71.0
004360 READ-REQUEST-CARD.                                               CCVS71.0
004370     READ REQUEST-CARD-FILE                                       CCVS71.0
004380         AT END SET CARD-EOF TO TRUE.                             CCVS71.0
004390*    X CARDS BUILD THE ANALYST CROSS-REFERENCE; THE ONE E CARD    CCVS71.0
004400*    SETS THE PERIOD AND THE OPTIONAL USER-ID AND TEST-ID.  A BAD CCVS71.0
004410*    E CARD LEAVES NO REQUEST, SO THE RUN ENDS RC 16.             CCVS71.0
004420 CHECK-REQUEST-CARD.                                              CCVS71.0
004430     IF REQUEST-CARD EQUAL TO SPACE                               CCVS71.0
004440         GO TO CHECK-REQUEST-CARD-NEXT.                           CCVS71.0
004450     IF RQ-TYPE EQUAL TO "X"                                      CCVS71.0
004460         GO TO CHECK-ANALYST-CARD.                                CCVS71.0
004470     IF RQ-TYPE NOT EQUAL TO "E"                                  CCVS71.0
004480         MOVE "COL 1 MUST BE E (EXTRACT) OR X (ANALYST)"          CCVS71.0
004490             TO RR-REASON                                         CCVS71.0
004500         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS71.0
004510     IF REQUEST-FOUND                                             CCVS71.0
004520         MOVE "ONLY ONE E CARD PER RUN - THIS ONE IGNORED"        CCVS71.0
004530             TO RR-REASON                                         CCVS71.0
004540         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS71.0
004550     MOVE ZERO TO REQUEST-FROM-DATE.                              CCVS71.0
004560     MOVE 99999999 TO REQUEST-TO-DATE.                            CCVS71.0
004570     IF RQ-FROM-DATE NOT EQUAL TO SPACE                           CCVS71.0
004580         IF RQ-FROM-DATE-N IS NUMERIC                             CCVS71.0
004590             MOVE RQ-FROM-DATE-N TO REQUEST-FROM-DATE             CCVS71.0
004600         ELSE                                                     CCVS71.0
004610             MOVE "FIRST DATE (COLS 3-10) IS NOT YYYYMMDD"        CCVS71.0
004620                 TO RR-REASON                                     CCVS71.0
004630             GO TO CHECK-REQUEST-CARD-REJECT.                     CCVS71.0
004640     IF RQ-TO-DATE NOT EQUAL TO SPACE                             CCVS71.0
004650         IF RQ-TO-DATE-N IS NUMERIC                               CCVS71.0
004660             MOVE RQ-TO-DATE-N TO REQUEST-TO-DATE                 CCVS71.0
004670         ELSE                                                     CCVS71.0
004680             MOVE "LAST DATE (COLS 12-19) IS NOT YYYYMMDD"        CCVS71.0
004690                 TO RR-REASON                                     CCVS71.0
004700             GO TO CHECK-REQUEST-CARD-REJECT.                     CCVS71.0
004710     IF REQUEST-FROM-DATE GREATER THAN REQUEST-TO-DATE            CCVS71.0
004720         MOVE "FIRST DATE IS AFTER LAST DATE" TO RR-REASON        CCVS71.0
004730         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS71.0
004740     MOVE RQ-USER-ID TO REQUEST-USER-ID.                          CCVS71.0
004750     MOVE RQ-TEST-ID TO REQUEST-TEST-ID.                          CCVS71.0
004760     SET REQUEST-FOUND TO TRUE.                                   CCVS71.0
004770     GO TO CHECK-REQUEST-CARD-NEXT.                               CCVS71.0
004780 CHECK-ANALYST-CARD.                                              CCVS71.0
004790     IF AC-INITIALS EQUAL TO SPACE OR AC-USER-ID EQUAL TO SPACE   CCVS71.0
004800         MOVE "X CARD NEEDS INITIALS (3-5) AND USER-ID (7-14)"    CCVS71.0
004810             TO RR-REASON                                         CCVS71.0
004820         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS71.0
004830     IF ANALYST-XREF-COUNT NOT LESS THAN 100                      CCVS71.0
004840         MOVE "MORE THAN 100 X CARDS - THIS ONE IGNORED"          CCVS71.0
004850             TO RR-REASON                                         CCVS71.0
004860         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS71.0
004870     ADD 1 TO ANALYST-XREF-COUNT.                                 CCVS71.0
004880     MOVE AC-INITIALS TO AX-INITIALS (ANALYST-XREF-COUNT).        CCVS71.0
004890     MOVE AC-USER-ID TO AX-USER-ID (ANALYST-XREF-COUNT).          CCVS71.0
004900     GO TO CHECK-REQUEST-CARD-NEXT.                               CCVS71.0
004910 CHECK-REQUEST-CARD-REJECT.                                       CCVS71.0
004920     ADD 1 TO REJECTED-COUNT.                                     CCVS71.0
004930     MOVE REQUEST-CARD TO RJ-CARD.                                CCVS71.0
004940     MOVE REJECTED-CARD-LINE TO EXTRACT-REPORT-REC.               CCVS71.0
004950     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
004960     MOVE REJECTED-REASON-LINE TO EXTRACT-REPORT-REC.             CCVS71.0
004970     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
004980 CHECK-REQUEST-CARD-NEXT.                                         CCVS71.0
004990     PERFORM READ-REQUEST-CARD.                                   CCVS71.0
005000 CHECK-REQUEST-CARD-EXIT. EXIT.                                   CCVS71.0
005010*    TEST-CASE EDITS.  CCVSVAL JOURNALS A CHANGE AS A BEFORE IMAGECCVS71.0
005020*    FOLLOWED BY ITS AFTER IMAGE; THE BEFORE IS HELD AND THE PAIR CCVS71.0
005030*    BECOMES ONE EVENT.  THE FILE BELONGS TO TESTCASE-OWNER-ID.   CCVS71.0
005040 LOAD-TESTCASE-AUDIT.                                             CCVS71.0
005050     MOVE "CCVS.TESTCASE.AUDIT" TO SOURCE-NAME.                   CCVS71.0
005060     MOVE ZERO TO SOURCE-READ-COUNT SOURCE-SELECTED-COUNT.        CCVS71.0
005070     MOVE "N" TO HELD-BEFORE-SW.                                  CCVS71.0
005080     OPEN INPUT TESTCASE-AUDIT-FILE.                              CCVS71.0
005090     IF TESTCASE-AUDIT-STATUS NOT EQUAL TO "00"                   CCVS71.0
005100         MOVE TESTCASE-AUDIT-STATUS TO SOURCE-STATUS              CCVS71.0
005110         PERFORM PRINT-SOURCE-MISSING                             CCVS71.0
005120         GO TO LOAD-TESTCASE-AUDIT-EXIT.                          CCVS71.0
005130     MOVE "N" TO SOURCE-EOF-SW.                                   CCVS71.0
005140     PERFORM READ-TESTCASE-AUDIT.                                 CCVS71.0
005150     PERFORM POST-TESTCASE-AUDIT THRU POST-TESTCASE-AUDIT-EXIT    CCVS71.0
005160         UNTIL SOURCE-EOF.                                        CCVS71.0
005170     CLOSE TESTCASE-AUDIT-FILE.                                   CCVS71.0
005180     PERFORM PRINT-SOURCE-COUNTS.                                 CCVS71.0
005190 LOAD-TESTCASE-AUDIT-EXIT. EXIT.                                  CCVS71.0
005200 READ-TESTCASE-AUDIT.                                             CCVS71.0
005210     READ TESTCASE-AUDIT-FILE                                     CCVS71.0
005220         AT END SET SOURCE-EOF TO TRUE.                           CCVS71.0
005230 POST-TESTCASE-AUDIT.                                             CCVS71.0
005240     ADD 1 TO SOURCE-READ-COUNT.                                  CCVS71.0
005250     MOVE TA-DISPOSITION TO CS-DISPOSITION.                       CCVS71.0
005260     MOVE TA-FEATURE TO CS-FEATURE.                               CCVS71.0
005270     IF TA-ACTION EQUAL TO "CHANGE"                               CCVS71.0
005280         AND TA-IMAGE-TYPE EQUAL TO "BEFORE"                      CCVS71.0
005290             MOVE CASE-SUMMARY TO HELD-BEFORE-SUMMARY             CCVS71.0
005300             SET BEFORE-IMAGE-HELD TO TRUE                        CCVS71.0
005310             GO TO POST-TESTCASE-AUDIT-NEXT.                      CCVS71.0
005320     MOVE SPACE TO EVENT-WORK.                                    CCVS71.0
005330     MOVE TA-RUN-DATE TO EW-DATE.                                 CCVS71.0
005340     MOVE TA-RUN-TIME TO EW-TIME.                                 CCVS71.0
005350     MOVE "TESTCASE" TO EW-SOURCE.                                CCVS71.0
005360     MOVE TA-USER-ID TO EW-USER-ID.                               CCVS71.0
005370     MOVE TA-ACTION TO EW-ACTION.                                 CCVS71.0
005380     MOVE TESTCASE-OWNER-ID TO EW-TEST-ID.                        CCVS71.0
005390     MOVE TA-PAR-NAME TO EW-PAR-NAME.                             CCVS71.0
005400     IF TA-ACTION EQUAL TO "ADD   "                               CCVS71.0
005410         MOVE "(NONE)" TO EW-BEFORE                               CCVS71.0
005420         MOVE CASE-SUMMARY TO EW-AFTER                            CCVS71.0
005430     ELSE IF TA-ACTION EQUAL TO "DELETE"                          CCVS71.0
005440         MOVE CASE-SUMMARY TO EW-BEFORE                           CCVS71.0
005450         MOVE "(DELETED)" TO EW-AFTER                             CCVS71.0
005460     ELSE IF BEFORE-IMAGE-HELD                                    CCVS71.0
005470         MOVE HELD-BEFORE-SUMMARY TO EW-BEFORE                    CCVS71.0
005480         MOVE CASE-SUMMARY TO EW-AFTER                            CCVS71.0
005490     ELSE                                                         CCVS71.0
005500         MOVE "(NOT JOURNALED)" TO EW-BEFORE                      CCVS71.0
005510         MOVE CASE-SUMMARY TO EW-AFTER.                           CCVS71.0
005520     MOVE "N" TO HELD-BEFORE-SW.                                  CCVS71.0
005530     PERFORM POST-EVENT THRU POST-EVENT-EXIT.                     CCVS71.0
005540 POST-TESTCASE-AUDIT-NEXT.                                        CCVS71.0
005550     PERFORM READ-TESTCASE-AUDIT.                                 CCVS71.0
005560 POST-TESTCASE-AUDIT-EXIT. EXIT.                                  CCVS71.0
005570*    ROSTER (FILE-ID R) AND ROUTING (FILE-ID T) EDITS FROM        CCVS71.0
005580*    CCVSROS, JOURNALED THE SAME WAY AS THE TEST-CASE EDITS.      CCVS71.0
005590 LOAD-ROSTER-AUDIT.                                               CCVS71.0
005600     MOVE "CCVS.ROSTER.AUDIT" TO SOURCE-NAME.                     CCVS71.0
005610     MOVE ZERO TO SOURCE-READ-COUNT SOURCE-SELECTED-COUNT.        CCVS71.0
005620     MOVE "N" TO HELD-BEFORE-SW.                                  CCVS71.0
005630     OPEN INPUT ROSTER-AUDIT-FILE.                                CCVS71.0
005640     IF ROSTER-AUDIT-STATUS NOT EQUAL TO "00"                     CCVS71.0
005650         MOVE ROSTER-AUDIT-STATUS TO SOURCE-STATUS                CCVS71.0
005660         PERFORM PRINT-SOURCE-MISSING                             CCVS71.0
005670         GO TO LOAD-ROSTER-AUDIT-EXIT.                            CCVS71.0
005680     MOVE "N" TO SOURCE-EOF-SW.                                   CCVS71.0
005690     PERFORM READ-ROSTER-AUDIT.                                   CCVS71.0
005700     PERFORM POST-ROSTER-AUDIT THRU POST-ROSTER-AUDIT-EXIT        CCVS71.0
005710         UNTIL SOURCE-EOF.                                        CCVS71.0
005720     CLOSE ROSTER-AUDIT-FILE.                                     CCVS71.0
005730     PERFORM PRINT-SOURCE-COUNTS.                                 CCVS71.0
005740 LOAD-ROSTER-AUDIT-EXIT. EXIT.                                    CCVS71.0
005750 READ-ROSTER-AUDIT.                                               CCVS71.0
005760     READ ROSTER-AUDIT-FILE                                       CCVS71.0
005770         AT END SET SOURCE-EOF TO TRUE.                           CCVS71.0
005780 POST-ROSTER-AUDIT.                                               CCVS71.0
005790     ADD 1 TO SOURCE-READ-COUNT.                                  CCVS71.0
005800     MOVE RA-STREAM-ID TO RS-STREAM-ID.                           CCVS71.0
005810     MOVE RA-STEP-NAME TO RS-STEP-NAME.                           CCVS71.0
005820     MOVE RA-TEAM TO RG-TEAM.                                     CCVS71.0
005830     MOVE RA-SEVERITY TO RG-SEVERITY.                             CCVS71.0
005840     IF RA-FILE-ID EQUAL TO "T"                                   CCVS71.0
005850         MOVE ROUTING-SUMMARY TO CASE-SUMMARY                     CCVS71.0
005860     ELSE                                                         CCVS71.0
005870         MOVE ROSTER-SUMMARY TO CASE-SUMMARY.                     CCVS71.0
005880     IF RA-ACTION EQUAL TO "CHANGE"                               CCVS71.0
005890         AND RA-IMAGE-TYPE EQUAL TO "BEFORE"                      CCVS71.0
005900             MOVE CASE-SUMMARY TO HELD-BEFORE-SUMMARY             CCVS71.0
005910             SET BEFORE-IMAGE-HELD TO TRUE                        CCVS71.0
005920             GO TO POST-ROSTER-AUDIT-NEXT.                        CCVS71.0
005930     MOVE SPACE TO EVENT-WORK.                                    CCVS71.0
005940     MOVE RA-RUN-DATE TO EW-DATE.                                 CCVS71.0
005950     MOVE RA-RUN-TIME TO EW-TIME.                                 CCVS71.0
005960     MOVE RA-USER-ID TO EW-USER-ID.                               CCVS71.0
005970     MOVE RA-ACTION TO EW-ACTION.                                 CCVS71.0
005980     MOVE RA-PGM-ID TO EW-TEST-ID.                                CCVS71.0
005990     IF RA-FILE-ID EQUAL TO "T"                                   CCVS71.0
006000         MOVE "ROUTING " TO EW-SOURCE                             CCVS71.0
006010         MOVE "(ROUTING ENTRY)" TO EW-PAR-NAME                    CCVS71.0
006020     ELSE                                                         CCVS71.0
006030         MOVE "ROSTER  " TO EW-SOURCE                             CCVS71.0
006040         MOVE "(ROSTER ENTRY)" TO EW-PAR-NAME.                    CCVS71.0
006050     IF RA-ACTION EQUAL TO "ADD   "                               CCVS71.0
006060         MOVE "(NONE)" TO EW-BEFORE                               CCVS71.0
006070         MOVE CASE-SUMMARY TO EW-AFTER                            CCVS71.0
006080     ELSE IF RA-ACTION EQUAL TO "DELETE"                          CCVS71.0
006090         MOVE CASE-SUMMARY TO EW-BEFORE                           CCVS71.0
006100         MOVE "(DELETED)" TO EW-AFTER                             CCVS71.0
006110     ELSE IF BEFORE-IMAGE-HELD                                    CCVS71.0
006120         MOVE HELD-BEFORE-SUMMARY TO EW-BEFORE                    CCVS71.0
006130         MOVE CASE-SUMMARY TO EW-AFTER                            CCVS71.0
006140     ELSE                                                         CCVS71.0
006150         MOVE "(NOT JOURNALED)" TO EW-BEFORE                      CCVS71.0
006160         MOVE CASE-SUMMARY TO EW-AFTER.                           CCVS71.0
006170     MOVE "N" TO HELD-BEFORE-SW.                                  CCVS71.0
006180     PERFORM POST-EVENT THRU POST-EVENT-EXIT.                     CCVS71.0
006190 POST-ROSTER-AUDIT-NEXT.                                          CCVS71.0
006200     PERFORM READ-ROSTER-AUDIT.                                   CCVS71.0
006210 POST-ROSTER-AUDIT-EXIT. EXIT.                                    CCVS71.0
006220*    HISTORY RESET TRAFFIC AND LOCK CLEARS.  THE SECOND USER IS   CCVS71.0
006230*    THE REQUESTER ON AN APPROVE OR DENY AND THE APPROVER ON AN   CCVS71.0
006240*    APPLIED RESET.                                               CCVS71.0
006250 LOAD-INQUIRY-LOG.                                                CCVS71.0
006260     MOVE "CCVS.INQUIRY.LOG" TO SOURCE-NAME.                      CCVS71.0
006270     MOVE ZERO TO SOURCE-READ-COUNT SOURCE-SELECTED-COUNT.        CCVS71.0
006280     OPEN INPUT INQUIRY-LOG-FILE.                                 CCVS71.0
006290     IF INQUIRY-LOG-STATUS NOT EQUAL TO "00"                      CCVS71.0
006300         MOVE INQUIRY-LOG-STATUS TO SOURCE-STATUS                 CCVS71.0
006310         PERFORM PRINT-SOURCE-MISSING                             CCVS71.0
006320         GO TO LOAD-INQUIRY-LOG-EXIT.                             CCVS71.0
006330     MOVE "N" TO SOURCE-EOF-SW.                                   CCVS71.0
006340     PERFORM READ-INQUIRY-LOG.                                    CCVS71.0
006350     PERFORM POST-INQUIRY-LOG                                     CCVS71.0
006360         UNTIL SOURCE-EOF.                                        CCVS71.0
006370     CLOSE INQUIRY-LOG-FILE.                                      CCVS71.0
006380     PERFORM PRINT-SOURCE-COUNTS.                                 CCVS71.0
006390 LOAD-INQUIRY-LOG-EXIT. EXIT.                                     CCVS71.0
006400 READ-INQUIRY-LOG.                                                CCVS71.0
006410     READ INQUIRY-LOG-FILE                                        CCVS71.0
006420         AT END SET SOURCE-EOF TO TRUE.                           CCVS71.0
006430 POST-INQUIRY-LOG.                                                CCVS71.0
006440     ADD 1 TO SOURCE-READ-COUNT.                                  CCVS71.0
006450     MOVE SPACE TO EVENT-WORK.                                    CCVS71.0
006460     MOVE IQ-RUN-DATE TO EW-DATE.                                 CCVS71.0
006470     MOVE IQ-RUN-TIME TO EW-TIME.                                 CCVS71.0
006480     MOVE "INQUIRY " TO EW-SOURCE.                                CCVS71.0
006490     MOVE IQ-USER-ID TO EW-USER-ID.                               CCVS71.0
006500     MOVE IQ-SECOND-USER TO EW-SECOND-USER.                       CCVS71.0
006510     MOVE IQ-ACTION TO EW-ACTION.                                 CCVS71.0
006520     MOVE IQ-TEST-ID TO EW-TEST-ID.                               CCVS71.0
006530     MOVE IQ-PAR-NAME TO EW-PAR-NAME.                             CCVS71.0
006540     IF IQ-ACTION EQUAL TO "REQUEST "                             CCVS71.0
006550         STRING IQ-PRIOR-DISPOSITION " " IQ-PRIOR-COMPUTED        CCVS71.0
006560             DELIMITED BY SIZE INTO EW-BEFORE                     CCVS71.0
006570         MOVE "RESET QUEUED" TO EW-AFTER                          CCVS71.0
006580     ELSE IF IQ-ACTION EQUAL TO "APPROVE "                        CCVS71.0
006590         STRING "REQUESTED BY " IQ-SECOND-USER                    CCVS71.0
006600             DELIMITED BY SIZE INTO EW-BEFORE                     CCVS71.0
006610         MOVE "RESET APPROVED" TO EW-AFTER                        CCVS71.0
006620     ELSE IF IQ-ACTION EQUAL TO "DENY    "                        CCVS71.0
006630         STRING "REQUESTED BY " IQ-SECOND-USER                    CCVS71.0
006640             DELIMITED BY SIZE INTO EW-BEFORE                     CCVS71.0
006650         MOVE "RESET DENIED" TO EW-AFTER                          CCVS71.0
006660     ELSE IF IQ-ACTION EQUAL TO "APPLIED "                        CCVS71.0
006670         STRING IQ-PRIOR-DISPOSITION " " IQ-PRIOR-COMPUTED        CCVS71.0
006680             DELIMITED BY SIZE INTO EW-BEFORE                     CCVS71.0
006690         STRING "RESET, APPROVER " IQ-SECOND-USER                 CCVS71.0
006700             DELIMITED BY SIZE INTO EW-AFTER                      CCVS71.0
006710     ELSE IF IQ-ACTION EQUAL TO "UNLOCK  "                        CCVS71.0
006720         MOVE "(SUITE LOCK)" TO EW-PAR-NAME                       CCVS71.0
006730         STRING IQ-LOCK-HOLDER " " IQ-LOCK-DATE " " IQ-LOCK-TIME  CCVS71.0
006740             DELIMITED BY SIZE INTO EW-BEFORE                     CCVS71.0
006750         MOVE "LOCK CLEARED" TO EW-AFTER                          CCVS71.0
006760     ELSE IF IQ-ACTION EQUAL TO "REJECT  "                        CCVS71.0
006770         MOVE "REFUSED" TO EW-AFTER                               CCVS71.0
006780     ELSE                                                         CCVS71.0
006790         MOVE IQ-ACTION TO EW-AFTER.                              CCVS71.0
006800     PERFORM POST-EVENT THRU POST-EVENT-EXIT.                     CCVS71.0
006810     PERFORM READ-INQUIRY-LOG.                                    CCVS71.0
006820*    QUARANTINE REGISTER EDITS FROM CCVSQUA, JOURNALED THE SAME   CCVS71.0
006830*    WAY AS THE TEST-CASE EDITS.  THE SUMMARY IS THE TICKET       CCVS71.0
006840*    REFERENCE AND EXPIRY DATE OF THE ENTRY.                      CCVS71.0
006850 LOAD-QUARANTINE-AUDIT.                                           CCVS71.0
006860     MOVE "CCVS.QUARANTINE.AUDIT" TO SOURCE-NAME.                 CCVS71.0
006870     MOVE ZERO TO SOURCE-READ-COUNT SOURCE-SELECTED-COUNT.        CCVS71.0
006880     MOVE "N" TO HELD-BEFORE-SW.                                  CCVS71.0
006890     OPEN INPUT QUARANTINE-AUDIT-FILE.                            CCVS71.0
006900     IF QUARANTINE-AUDIT-STATUS NOT EQUAL TO "00"                 CCVS71.0
006910         MOVE QUARANTINE-AUDIT-STATUS TO SOURCE-STATUS            CCVS71.0
006920         PERFORM PRINT-SOURCE-MISSING                             CCVS71.0
006930         GO TO LOAD-QUARANTINE-AUDIT-EXIT.                        CCVS71.0
006940     MOVE "N" TO SOURCE-EOF-SW.                                   CCVS71.0
006950     PERFORM READ-QUARANTINE-AUDIT.                               CCVS71.0
006960     PERFORM POST-QUARANTINE-AUDIT THRU POST-QUARANTINE-AUDIT-EXITCCVS71.0
006970         UNTIL SOURCE-EOF.                                        CCVS71.0
006980     CLOSE QUARANTINE-AUDIT-FILE.                                 CCVS71.0
006990     PERFORM PRINT-SOURCE-COUNTS.                                 CCVS71.0
007000 LOAD-QUARANTINE-AUDIT-EXIT. EXIT.                                CCVS71.0
007010 READ-QUARANTINE-AUDIT.                                           CCVS71.0
007020     READ QUARANTINE-AUDIT-FILE                                   CCVS71.0
007030         AT END SET SOURCE-EOF TO TRUE.                           CCVS71.0
007040 POST-QUARANTINE-AUDIT.                                           CCVS71.0
007050     ADD 1 TO SOURCE-READ-COUNT.                                  CCVS71.0
007060     MOVE QU-TICKET-REF TO QS-TICKET-REF.                         CCVS71.0
007070     MOVE QU-EXPIRY-DATE TO QS-EXPIRY-DATE.                       CCVS71.0
007080     MOVE QUARANTINE-SUMMARY TO CASE-SUMMARY.                     CCVS71.0
007090     IF QU-ACTION EQUAL TO "CHANGE"                               CCVS71.0
007100         AND QU-IMAGE-TYPE EQUAL TO "BEFORE"                      CCVS71.0
007110             MOVE CASE-SUMMARY TO HELD-BEFORE-SUMMARY             CCVS71.0
007120             SET BEFORE-IMAGE-HELD TO TRUE                        CCVS71.0
007130             GO TO POST-QUARANTINE-AUDIT-NEXT.                    CCVS71.0
007140     MOVE SPACE TO EVENT-WORK.                                    CCVS71.0
007150     MOVE QU-RUN-DATE TO EW-DATE.                                 CCVS71.0
007160     MOVE QU-RUN-TIME TO EW-TIME.                                 CCVS71.0
007170     MOVE "QUARANTN" TO EW-SOURCE.                                CCVS71.0
007180     MOVE QU-USER-ID TO EW-USER-ID.                               CCVS71.0
007190     MOVE QU-ACTION TO EW-ACTION.                                 CCVS71.0
007200     MOVE QU-TEST-ID TO EW-TEST-ID.                               CCVS71.0
007210     MOVE QU-PAR-NAME TO EW-PAR-NAME.                             CCVS71.0
007220     IF QU-ACTION EQUAL TO "ADD   "                               CCVS71.0
007230         MOVE "(NONE)" TO EW-BEFORE                               CCVS71.0
007240         MOVE CASE-SUMMARY TO EW-AFTER                            CCVS71.0
007250     ELSE IF QU-ACTION EQUAL TO "DELETE"                          CCVS71.0
007260         MOVE CASE-SUMMARY TO EW-BEFORE                           CCVS71.0
007270         MOVE "(RELEASED)" TO EW-AFTER                            CCVS71.0
007280     ELSE IF BEFORE-IMAGE-HELD                                    CCVS71.0
007290         MOVE HELD-BEFORE-SUMMARY TO EW-BEFORE                    CCVS71.0
007300         MOVE CASE-SUMMARY TO EW-AFTER                            CCVS71.0
007310     ELSE                                                         CCVS71.0
007320         MOVE "(NOT JOURNALED)" TO EW-BEFORE                      CCVS71.0
007330         MOVE CASE-SUMMARY TO EW-AFTER.                           CCVS71.0
007340     MOVE "N" TO HELD-BEFORE-SW.                                  CCVS71.0
007350     PERFORM POST-EVENT THRU POST-EVENT-EXIT.                     CCVS71.0
007360 POST-QUARANTINE-AUDIT-NEXT.                                      CCVS71.0
007370     PERFORM READ-QUARANTINE-AUDIT.                               CCVS71.0
007380 POST-QUARANTINE-AUDIT-EXIT. EXIT.                                CCVS71.0
007390*    INSPECTION VERDICTS, ONE PER PARAGRAPH, DATED ONLY.  THE     CCVS71.0
007400*    ANALYST'S INITIALS ARE LOOKED UP IN THE X-CARD TABLE; WHEN   CCVS71.0
007410*    THERE IS NO X CARD THE INITIALS STAND IN FOR THE USER-ID.    CCVS71.0
007420 LOAD-VERDICTS.                                                   CCVS71.0
007430     MOVE "CCVS.K6SCA.INSPDISP" TO SOURCE-NAME.                   CCVS71.0
007440     MOVE ZERO TO SOURCE-READ-COUNT SOURCE-SELECTED-COUNT.        CCVS71.0
007450     OPEN INPUT INSPECT-DISPOSITION-FILE.                         CCVS71.0
007460     IF INSPECT-DISP-STATUS NOT EQUAL TO "00"                     CCVS71.0
007470         MOVE INSPECT-DISP-STATUS TO SOURCE-STATUS                CCVS71.0
007480         PERFORM PRINT-SOURCE-MISSING                             CCVS71.0
007490         GO TO LOAD-VERDICTS-EXIT.                                CCVS71.0
007500     MOVE "N" TO SOURCE-EOF-SW.                                   CCVS71.0
007510     PERFORM READ-VERDICT.                                        CCVS71.0
007520     PERFORM POST-VERDICT                                         CCVS71.0
007530         UNTIL SOURCE-EOF.                                        CCVS71.0
007540     CLOSE INSPECT-DISPOSITION-FILE.                              CCVS71.0
007550     PERFORM PRINT-SOURCE-COUNTS.                                 CCVS71.0
007560 LOAD-VERDICTS-EXIT. EXIT.                                        CCVS71.0
007570 READ-VERDICT.                                                    CCVS71.0
007580     READ INSPECT-DISPOSITION-FILE NEXT RECORD                    CCVS71.0
007590         AT END SET SOURCE-EOF TO TRUE.                           CCVS71.0
007600 POST-VERDICT.                                                    CCVS71.0
007610     ADD 1 TO SOURCE-READ-COUNT.                                  CCVS71.0
007620     MOVE SPACE TO EVENT-WORK.                                    CCVS71.0
007630     MOVE ID-VERDICT-DATE TO EW-DATE.                             CCVS71.0
007640     MOVE ZERO TO EW-TIME.                                        CCVS71.0
007650     MOVE "VERDICT " TO EW-SOURCE.                                CCVS71.0
007660     MOVE ID-VERDICT TO EW-ACTION.                                CCVS71.0
007670     MOVE ID-TEST-ID TO EW-TEST-ID.                               CCVS71.0
007680     MOVE ID-PAR-NAME TO EW-PAR-NAME.                             CCVS71.0
007690     STRING "ANALYST " ID-ANALYST                                 CCVS71.0
007700         DELIMITED BY SIZE INTO EW-BEFORE.                        CCVS71.0
007710     MOVE ID-ACCEPTED-COMPUTED TO EW-AFTER.                       CCVS71.0
007720     MOVE "N" TO ANALYST-FOUND-SW.                                CCVS71.0
007730     PERFORM FIND-ANALYST                                         CCVS71.0
007740         VARYING SUB-1 FROM 1 BY 1                                CCVS71.0
007750         UNTIL SUB-1 GREATER THAN ANALYST-XREF-COUNT              CCVS71.0
007760         OR ANALYST-FOUND.                                        CCVS71.0
007770     IF NOT ANALYST-FOUND                                         CCVS71.0
007780         MOVE ID-ANALYST TO EW-USER-ID                            CCVS71.0
007790         IF EW-DATE NOT LESS THAN REQUEST-FROM-DATE               CCVS71.0
007800             AND EW-DATE NOT GREATER THAN REQUEST-TO-DATE         CCVS71.0
007810                 PERFORM NOTE-UNMAPPED-ANALYST THRU               CCVS71.0
007820                     NOTE-UNMAPPED-ANALYST-EXIT.                  CCVS71.0
007830     PERFORM POST-EVENT THRU POST-EVENT-EXIT.                     CCVS71.0
007840     PERFORM READ-VERDICT.                                        CCVS71.0
007850 FIND-ANALYST.                                                    CCVS71.0
007860     IF AX-INITIALS (SUB-1) EQUAL TO ID-ANALYST                   CCVS71.0
007870         MOVE AX-USER-ID (SUB-1) TO EW-USER-ID                    CCVS71.0
007880         SET ANALYST-FOUND TO TRUE.                               CCVS71.0
007890 NOTE-UNMAPPED-ANALYST.                                           CCVS71.0
007900     IF REQUEST-TEST-ID NOT EQUAL TO SPACE                        CCVS71.0
007910         AND ID-TEST-ID NOT EQUAL TO REQUEST-TEST-ID              CCVS71.0
007920             GO TO NOTE-UNMAPPED-ANALYST-EXIT.                    CCVS71.0
007930     PERFORM FIND-UNMAPPED                                        CCVS71.0
007940         VARYING SUB-2 FROM 1 BY 1                                CCVS71.0
007950         UNTIL SUB-2 GREATER THAN UNMAPPED-COUNT                  CCVS71.0
007960         OR ANALYST-FOUND.                                        CCVS71.0
007970     IF ANALYST-FOUND OR UNMAPPED-COUNT NOT LESS THAN 100         CCVS71.0
007980         GO TO NOTE-UNMAPPED-ANALYST-EXIT.                        CCVS71.0
007990     ADD 1 TO UNMAPPED-COUNT.                                     CCVS71.0
008000     MOVE ID-ANALYST TO UM-INITIALS (UNMAPPED-COUNT).             CCVS71.0
008010 NOTE-UNMAPPED-ANALYST-EXIT. EXIT.                                CCVS71.0
008020 FIND-UNMAPPED.                                                   CCVS71.0
008030     IF UM-INITIALS (SUB-2) EQUAL TO ID-ANALYST                   CCVS71.0
008040         SET ANALYST-FOUND TO TRUE.                               CCVS71.0
008050*    APPLIES THE PERIOD, USER-ID AND TEST-ID TO ONE NORMALIZED    CCVS71.0
008060*    EVENT AND FILES IT IN DATE/TIME ORDER.  EQUAL TIMES KEEP THE CCVS71.0
008070*    ORDER THE EVENTS WERE READ IN.                               CCVS71.0
008080 POST-EVENT.                                                      CCVS71.0
008090     IF EW-DATE LESS THAN REQUEST-FROM-DATE                       CCVS71.0
008100         OR EW-DATE GREATER THAN REQUEST-TO-DATE                  CCVS71.0
008110             GO TO POST-EVENT-EXIT.                               CCVS71.0
008120     IF REQUEST-USER-ID NOT EQUAL TO SPACE                        CCVS71.0
008130         AND EW-USER-ID NOT EQUAL TO REQUEST-USER-ID              CCVS71.0
008140         AND EW-SECOND-USER NOT EQUAL TO REQUEST-USER-ID          CCVS71.0
008150             GO TO POST-EVENT-EXIT.                               CCVS71.0
008160     IF REQUEST-TEST-ID NOT EQUAL TO SPACE                        CCVS71.0
008170         AND EW-TEST-ID NOT EQUAL TO REQUEST-TEST-ID              CCVS71.0
008180             GO TO POST-EVENT-EXIT.                               CCVS71.0
008190     ADD 1 TO SOURCE-SELECTED-COUNT.                              CCVS71.0
008200     IF EVENT-COUNT NOT LESS THAN 2000                            CCVS71.0
008210         ADD 1 TO EVENT-OVERFLOW-COUNT                            CCVS71.0
008220         GO TO POST-EVENT-EXIT.                                   CCVS71.0
008230     ADD 1 TO EVENT-SEQUENCE.                                     CCVS71.0
008240     MOVE EVENT-SEQUENCE TO EW-SEQUENCE.                          CCVS71.0
008250     ADD 1 TO EVENT-COUNT.                                        CCVS71.0
008260     MOVE EVENT-COUNT TO SUB-1.                                   CCVS71.0
008270     SUBTRACT 1 FROM SUB-1 GIVING SUB-2.                          CCVS71.0
008280     MOVE "N" TO INSERT-POINT-SW.                                 CCVS71.0
008290     PERFORM SHIFT-EVENT-UP THRU SHIFT-EVENT-UP-EXIT              CCVS71.0
008300         UNTIL INSERT-POINT-FOUND.                                CCVS71.0
008310     MOVE EVENT-WORK TO EVENT-ENTRY (SUB-1).                      CCVS71.0
008320 POST-EVENT-EXIT. EXIT.                                           CCVS71.0
008330 SHIFT-EVENT-UP.                                                  CCVS71.0
008340     IF SUB-2 LESS THAN 1                                         CCVS71.0
008350         SET INSERT-POINT-FOUND TO TRUE                           CCVS71.0
008360         GO TO SHIFT-EVENT-UP-EXIT.                               CCVS71.0
008370     IF EV-KEY (SUB-2) NOT GREATER THAN EW-KEY                    CCVS71.0
008380         SET INSERT-POINT-FOUND TO TRUE                           CCVS71.0
008390         GO TO SHIFT-EVENT-UP-EXIT.                               CCVS71.0
008400     MOVE EVENT-ENTRY (SUB-2) TO EVENT-ENTRY (SUB-1).             CCVS71.0
008410     MOVE SUB-2 TO SUB-1.                                         CCVS71.0
008420     SUBTRACT 1 FROM SUB-2.                                       CCVS71.0
008430 SHIFT-EVENT-UP-EXIT. EXIT.                                       CCVS71.0
008440 PRINT-EVENTS.                                                    CCVS71.0
008450     MOVE SPACE TO EXTRACT-REPORT-REC.                            CCVS71.0
008460     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
008470     MOVE "CHANGES IN DATE AND TIME ORDER" TO SH-TEXT.            CCVS71.0
008480     MOVE SECTION-HEADING-LINE TO EXTRACT-REPORT-REC.             CCVS71.0
008490     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
008500     MOVE EVENT-COLUMN-HEADING TO EXTRACT-REPORT-REC.             CCVS71.0
008510     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
008520     IF EVENT-COUNT EQUAL TO ZERO                                 CCVS71.0
008530         MOVE "     NO CHANGES IN THE PERIOD FOR THIS REQUEST"    CCVS71.0
008540             TO EXTRACT-REPORT-REC                                CCVS71.0
008550         PERFORM WRITE-REPORT-LINE.                               CCVS71.0
008560     PERFORM PRINT-ONE-EVENT                                      CCVS71.0
008570         VARYING SUB-1 FROM 1 BY 1                                CCVS71.0
008580         UNTIL SUB-1 GREATER THAN EVENT-COUNT.                    CCVS71.0
008590 PRINT-ONE-EVENT.                                                 CCVS71.0
008600     MOVE EV-DATE (SUB-1) TO EL-DATE.                             CCVS71.0
008610     MOVE EV-TIME (SUB-1) TO EL-TIME.                             CCVS71.0
008620     MOVE EV-SOURCE (SUB-1) TO EL-SOURCE.                         CCVS71.0
008630     MOVE EV-USER-ID (SUB-1) TO EL-USER-ID.                       CCVS71.0
008640     MOVE EV-ACTION (SUB-1) TO EL-ACTION.                         CCVS71.0
008650     MOVE EV-TEST-ID (SUB-1) TO EL-TEST-ID.                       CCVS71.0
008660     MOVE EV-PAR-NAME (SUB-1) TO EL-PAR-NAME.                     CCVS71.0
008670     MOVE EV-BEFORE (SUB-1) TO EL-BEFORE.                         CCVS71.0
008680     MOVE EV-AFTER (SUB-1) TO EL-AFTER.                           CCVS71.0
008690     MOVE EVENT-LINE TO EXTRACT-REPORT-REC.                       CCVS71.0
008700     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
008710*    SEGREGATION OF DUTIES.  A TEST-CASE EDIT, AND A QUARANTINE   CCVS71.0
008720*    REGISTER ADD OR CHANGE, IS MATCHED AGAINST EVERY ACCEPTED    CCVS71.0
008730*    VERDICT AND EVERY RESET APPROVAL FOR THE SAME PARAGRAPH BY   CCVS71.0
008740*    THE SAME USER IN THE PERIOD; AN APPLIED RESET WHOSE          CCVS71.0
008750*    REQUESTER IS ALSO ITS APPROVER IS LISTED ON ITS OWN.         CCVS71.0
008760 CHECK-SEGREGATION.                                               CCVS71.0
008770     MOVE SPACE TO EXTRACT-REPORT-REC.                            CCVS71.0
008780     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
008790     MOVE "SEGREGATION-OF-DUTIES EXCEPTIONS" TO SH-TEXT.          CCVS71.0
008800     MOVE SECTION-HEADING-LINE TO EXTRACT-REPORT-REC.             CCVS71.0
008810     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
008820     MOVE EXCEPTION-COLUMN-HEADING TO EXTRACT-REPORT-REC.         CCVS71.0
008830     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
008840     PERFORM CHECK-ONE-EVENT THRU CHECK-ONE-EVENT-EXIT            CCVS71.0
008850         VARYING SUB-1 FROM 1 BY 1                                CCVS71.0
008860         UNTIL SUB-1 GREATER THAN EVENT-COUNT.                    CCVS71.0
008870     IF EXCEPTION-COUNT EQUAL TO ZERO                             CCVS71.0
008880         MOVE "     NONE FOUND" TO EXTRACT-REPORT-REC             CCVS71.0
008890         PERFORM WRITE-REPORT-LINE.                               CCVS71.0
008900 CHECK-ONE-EVENT.                                                 CCVS71.0
008910     IF EV-SOURCE (SUB-1) EQUAL TO "INQUIRY "                     CCVS71.0
008920         AND EV-ACTION (SUB-1) EQUAL TO "APPLIED "                CCVS71.0
008930         AND EV-USER-ID (SUB-1) EQUAL TO EV-SECOND-USER (SUB-1)   CCVS71.0
008940             MOVE EV-USER-ID (SUB-1) TO XL-USER-ID                CCVS71.0
008950             MOVE EV-TEST-ID (SUB-1) TO XL-TEST-ID                CCVS71.0
008960             MOVE EV-PAR-NAME (SUB-1) TO XL-PAR-NAME              CCVS71.0
008970             MOVE "RESET REQUESTED AND APPROVED BY THE SAME USER" CCVS71.0
008980                 TO XL-RULE                                       CCVS71.0
008990             MOVE EV-DATE (SUB-1) TO XL-FIRST-DATE                CCVS71.0
009000             MOVE EV-DATE (SUB-1) TO XL-SECOND-DATE               CCVS71.0
009010             PERFORM PRINT-EXCEPTION                              CCVS71.0
009020             GO TO CHECK-ONE-EVENT-EXIT.                          CCVS71.0
009030     IF EV-SOURCE (SUB-1) EQUAL TO "QUARANTN"                     CCVS71.0
009040         AND EV-ACTION (SUB-1) NOT EQUAL TO "DELETE"              CCVS71.0
009050             PERFORM MATCH-QUARANTINE-DUTY                        CCVS71.0
009060                 VARYING SUB-2 FROM 1 BY 1                        CCVS71.0
009070                 UNTIL SUB-2 GREATER THAN EVENT-COUNT             CCVS71.0
009080             GO TO CHECK-ONE-EVENT-EXIT.                          CCVS71.0
009090     IF EV-SOURCE (SUB-1) NOT EQUAL TO "TESTCASE"                 CCVS71.0
009100         GO TO CHECK-ONE-EVENT-EXIT.                              CCVS71.0
009110     PERFORM MATCH-OTHER-DUTY                                     CCVS71.0
009120         VARYING SUB-2 FROM 1 BY 1                                CCVS71.0
009130         UNTIL SUB-2 GREATER THAN EVENT-COUNT.                    CCVS71.0
009140 CHECK-ONE-EVENT-EXIT. EXIT.                                      CCVS71.0
009150 MATCH-OTHER-DUTY.                                                CCVS71.0
009160     IF EV-USER-ID (SUB-2) EQUAL TO EV-USER-ID (SUB-1)            CCVS71.0
009170         AND EV-TEST-ID (SUB-2) EQUAL TO EV-TEST-ID (SUB-1)       CCVS71.0
009180         AND EV-PAR-NAME (SUB-2) EQUAL TO EV-PAR-NAME (SUB-1)     CCVS71.0
009190             IF EV-SOURCE (SUB-2) EQUAL TO "VERDICT "             CCVS71.0
009200                 AND EV-ACTION (SUB-2) EQUAL TO "ACCEPTED"        CCVS71.0
009210                     MOVE "CHANGED TEST CASE, ACCEPTED ITS INSPT" CCVS71.0
009220                         TO XL-RULE                               CCVS71.0
009230                     PERFORM PRINT-DUTY-EXCEPTION                 CCVS71.0
009240             ELSE IF EV-SOURCE (SUB-2) EQUAL TO "INQUIRY "        CCVS71.0
009250                 AND EV-ACTION (SUB-2) EQUAL TO "APPROVE "        CCVS71.0
009260                     MOVE "CHANGED TEST CASE, APPROVED ITS RESET" CCVS71.0
009270                         TO XL-RULE                               CCVS71.0
009280                     PERFORM PRINT-DUTY-EXCEPTION.                CCVS71.0
009290 MATCH-QUARANTINE-DUTY.                                           CCVS71.0
009300     IF EV-USER-ID (SUB-2) EQUAL TO EV-USER-ID (SUB-1)            CCVS71.0
009310         AND EV-TEST-ID (SUB-2) EQUAL TO EV-TEST-ID (SUB-1)       CCVS71.0
009320         AND EV-PAR-NAME (SUB-2) EQUAL TO EV-PAR-NAME (SUB-1)     CCVS71.0
009330             IF EV-SOURCE (SUB-2) EQUAL TO "VERDICT "             CCVS71.0
009340                 AND EV-ACTION (SUB-2) EQUAL TO "ACCEPTED"        CCVS71.0
009350                     MOVE "QUARANTINED IT, ACCEPTED ITS INSPT"    CCVS71.0
009360                         TO XL-RULE                               CCVS71.0
009370                     PERFORM PRINT-DUTY-EXCEPTION                 CCVS71.0
009380             ELSE IF EV-SOURCE (SUB-2) EQUAL TO "INQUIRY "        CCVS71.0
009390                 AND EV-ACTION (SUB-2) EQUAL TO "APPROVE "        CCVS71.0
009400                     MOVE "QUARANTINED IT, APPROVED ITS RESET"    CCVS71.0
009410                         TO XL-RULE                               CCVS71.0
009420                     PERFORM PRINT-DUTY-EXCEPTION.                CCVS71.0
009430 PRINT-DUTY-EXCEPTION.                                            CCVS71.0
009440     MOVE EV-USER-ID (SUB-1) TO XL-USER-ID.                       CCVS71.0
009450     MOVE EV-TEST-ID (SUB-1) TO XL-TEST-ID.                       CCVS71.0
009460     MOVE EV-PAR-NAME (SUB-1) TO XL-PAR-NAME.                     CCVS71.0
009470     MOVE EV-DATE (SUB-1) TO XL-FIRST-DATE.                       CCVS71.0
009480     MOVE EV-DATE (SUB-2) TO XL-SECOND-DATE.                      CCVS71.0
009490     PERFORM PRINT-EXCEPTION.                                     CCVS71.0
009500 PRINT-EXCEPTION.                                                 CCVS71.0
009510     ADD 1 TO EXCEPTION-COUNT.                                    CCVS71.0
009520     MOVE EXCEPTION-LINE TO EXTRACT-REPORT-REC.                   CCVS71.0
009530     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
009540 PRINT-UNMAPPED-ANALYSTS.                                         CCVS71.0
009550     IF UNMAPPED-COUNT EQUAL TO ZERO                              CCVS71.0
009560         GO TO PRINT-UNMAPPED-ANALYSTS-EXIT.                      CCVS71.0
009570     MOVE SPACE TO EXTRACT-REPORT-REC.                            CCVS71.0
009580     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
009590     MOVE "VERDICT INITIALS WITH NO X CARD (USER NOT KNOWN)"      CCVS71.0
009600         TO SH-TEXT.                                              CCVS71.0
009610     MOVE SECTION-HEADING-LINE TO EXTRACT-REPORT-REC.             CCVS71.0
009620     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
009630     PERFORM PRINT-ONE-UNMAPPED                                   CCVS71.0
009640         VARYING SUB-1 FROM 1 BY 1                                CCVS71.0
009650         UNTIL SUB-1 GREATER THAN UNMAPPED-COUNT.                 CCVS71.0
009660 PRINT-UNMAPPED-ANALYSTS-EXIT. EXIT.                              CCVS71.0
009670 PRINT-ONE-UNMAPPED.                                              CCVS71.0
009680     MOVE UM-INITIALS (SUB-1) TO UL-INITIALS.                     CCVS71.0
009690     MOVE UNMAPPED-LINE TO EXTRACT-REPORT-REC.                    CCVS71.0
009700     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
009710 PRINT-SOURCE-MISSING.                                            CCVS71.0
009720     ADD 1 TO MISSING-SOURCE-COUNT.                               CCVS71.0
009730     MOVE SOURCE-NAME TO SO-NAME.                                 CCVS71.0
009740     MOVE SPACE TO SO-TEXT.                                       CCVS71.0
009750     STRING " NOT AVAILABLE - FILE STATUS " SOURCE-STATUS         CCVS71.0
009760         " - NOT IN THIS EXTRACT" DELIMITED BY SIZE               CCVS71.0
009770         INTO SO-TEXT.                                            CCVS71.0
009780     MOVE SOURCE-LINE TO EXTRACT-REPORT-REC.                      CCVS71.0
009790     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
009800 PRINT-SOURCE-COUNTS.                                             CCVS71.0
009810     MOVE SOURCE-NAME TO SO-NAME.                                 CCVS71.0
009820     MOVE SOURCE-READ-COUNT TO SC-READ.                           CCVS71.0
009830     MOVE SOURCE-SELECTED-COUNT TO SC-SELECTED.                   CCVS71.0
009840     MOVE SOURCE-COUNT-TEXT TO SO-TEXT.                           CCVS71.0
009850     MOVE SOURCE-LINE TO EXTRACT-REPORT-REC.                      CCVS71.0
009860     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
009870 PRINT-EXTRACT-TOTALS.                                            CCVS71.0
009880     MOVE SPACE TO EXTRACT-REPORT-REC.                            CCVS71.0
009890     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
009900     MOVE EVENT-COUNT TO XT-COUNT.                                CCVS71.0
009910     MOVE "CHANGES LISTED" TO XT-DESC.                            CCVS71.0
009920     MOVE EXTRACT-TOTAL-LINE TO EXTRACT-REPORT-REC.               CCVS71.0
009930     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
009940     MOVE EXCEPTION-COUNT TO XT-COUNT.                            CCVS71.0
009950     MOVE "SEGREGATION-OF-DUTIES EXCEPTIONS - RC 8 WHEN NOT ZERO" CCVS71.0
009960         TO XT-DESC.                                              CCVS71.0
009970     MOVE EXTRACT-TOTAL-LINE TO EXTRACT-REPORT-REC.               CCVS71.0
009980     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
009990     MOVE MISSING-SOURCE-COUNT TO XT-COUNT.                       CCVS71.0
010000     MOVE "SOURCES NOT AVAILABLE" TO XT-DESC.                     CCVS71.0
010010     MOVE EXTRACT-TOTAL-LINE TO EXTRACT-REPORT-REC.               CCVS71.0
010020     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
010030     MOVE UNMAPPED-COUNT TO XT-COUNT.                             CCVS71.0
010040     MOVE "ANALYST INITIALS NOT MAPPED TO A USER-ID" TO XT-DESC.  CCVS71.0
010050     MOVE EXTRACT-TOTAL-LINE TO EXTRACT-REPORT-REC.               CCVS71.0
010060     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
010070     MOVE EVENT-OVERFLOW-COUNT TO XT-COUNT.                       CCVS71.0
010080     MOVE "CHANGES NOT LISTED - TABLE FULL (NARROW THE PERIOD)"   CCVS71.0
010090         TO XT-DESC.                                              CCVS71.0
010100     MOVE EXTRACT-TOTAL-LINE TO EXTRACT-REPORT-REC.               CCVS71.0
010110     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
010120     MOVE REJECTED-COUNT TO XT-COUNT.                             CCVS71.0
010130     MOVE "CARDS REJECTED" TO XT-DESC.                            CCVS71.0
010140     MOVE EXTRACT-TOTAL-LINE TO EXTRACT-REPORT-REC.               CCVS71.0
010150     PERFORM WRITE-REPORT-LINE.                                   CCVS71.0
010160 WRITE-REPORT-LINE.                                               CCVS71.0
010170     WRITE EXTRACT-REPORT-REC AFTER ADVANCING 1 LINES.            CCVS71.0
