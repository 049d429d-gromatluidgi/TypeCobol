000100 IDENTIFICATION DIVISION.                                         CCVSI1.0
000110 PROGRAM-ID. CCVSLCK.                                             CCVSI1.0
000120*    SUITE-ACTIVE LOCK.  RECORDS WHO HOLDS THE CCVS SUITE AND     CCVSI1.0
000130*    SINCE WHEN IN THE ONE-RECORD RUN-STATE FILE                  CCVSI1.0
000140*    CCVS.SUITE.RUNSTATE, SO THAT THE NIGHTLY RUN, THE WEEKLY     CCVSI1.0
000150*    MAINTENANCE JOB AND THE ON-DEMAND MAINTENANCE JOB CANNOT     CCVSI1.0
000160*    OVERLAP, AND SO THAT CCVSINQ, CCVSRSA, CCVSRBD AND CCVSINS   CCVSI1.0
000170*    CAN REFUSE TO TOUCH THE HISTORY FILES WHILE A RUN HOLDS      CCVSI1.0
000180*    THEM.  THE HOLDER IS NIGHTLY, WEEKLY, ONDEMAND OR NONE; AN   CCVSI1.0
000190*    EMPTY FILE MEANS NONE.  ONE CONTROL CARD:                    CCVSI1.0
000200*        ACQUIRE=holder   TAKES THE LOCK.  IF ANY OTHER HOLDER    CCVSI1.0
000210*                         (OR A LEFTOVER LOCK OF THE SAME NAME)   CCVSI1.0
000220*                         IS ON FILE THE LOCK IS LEFT ALONE, THE  CCVSI1.0
000230*                         HOLDER IS SHOWN ON THE CONSOLE AND THE  CCVSI1.0
000240*                         STEP ENDS RETURN CODE 20 SO THE REST OF CCVSI1.0
000250*                         THE JOB IS BYPASSED.                    CCVSI1.0
000260*                         A RUN-STATE FILE THAT CANNOT BE OPENED  CCVSI1.0
000270*                         OR READ IS REFUSED THE SAME WAY.        CCVSI1.0
000280*        RELEASE=holder   GIVES THE LOCK BACK.  ONLY THE NAMED    CCVSI1.0
000290*                         HOLDER'S LOCK IS CLEARED; ANY OTHER     CCVSI1.0
000300*                         HOLDER IS LEFT IN PLACE, RETURN CODE 4. CCVSI1.0
000310*    IF THE RUN-STATE FILE CANNOT BE OPENED, WRITTEN OR CLOSED    CCVSI1.0
000320*    WHEN THE LOCK IS TAKEN OR GIVEN BACK, "SUITE LOCK NOT        CCVSI1.0
000330*    WRITTEN" IS SHOWN ON THE CONSOLE AND THE STEP ENDS RC 20.    CCVSI1.0
000340*    A JOB THAT ABENDS NEVER REACHES ITS RELEASE STEP, SO ITS     CCVSI1.0
000350*    LOCK STAYS ON FILE.  CCVSMON SHOWS IT (FLAGGED POSSIBLY      CCVSI1.0
000360*    STALE AFTER 12 HOURS) AND IT IS CLEARED ONLY THROUGH         CCVSI1.0
000370*    CCVSINQ FUNCTION L, WHICH IS LOGGED TO CCVS.INQUIRY.LOG.     CCVSI1.0
000380*    RETURN CODE 16 = MISSING OR UNRECOGNIZED CONTROL CARD.       CCVSI1.0
000390*    EVERY ACQUIRE AND RELEASE FOR THE NIGHTLY HOLDER ALSO APPENDSCCVSI1.0
000400*    A STEP-COMPLETION RECORD TO THE RUN LEDGER, CCVS.RUN.LEDGER; CCVSI1.0
000410*    A RELEASE IS FILED UNDER THE DATE THE LOCK WAS TAKEN, SO THE CCVSI1.0
000420*    WHOLE NIGHT'S RUN SITS UNDER ONE RUN DATE.                   CCVSI1.0
000430 ENVIRONMENT DIVISION.                                            CCVSI1.0
000440 CONFIGURATION SECTION.                                           CCVSI1.0
000450 SPECIAL-NAMES.                                                   CCVSI1.0
000460     CONSOLE IS OPERATOR-CONSOLE.                                 CCVSI1.0
000470 INPUT-OUTPUT SECTION.                                            CCVSI1.0
000480 FILE-CONTROL.                                                    CCVSI1.0
000490     SELECT CONTROL-CARD-FILE ASSIGN TO                           CCVSI1.0
000500     XXXXX130.                                                    CCVSI1.0
000510     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSI1.0
000520     XXXXX129                                                     CCVSI1.0
000530     FILE STATUS IS RUN-STATE-STATUS.                             CCVSI1.0
000540     SELECT RUN-LEDGER-FILE ASSIGN TO                             CCVSI1.0
000550     XXXXX134                                                     CCVSI1.0
000560     FILE STATUS IS RUN-LEDGER-STATUS.                            CCVSI1.0
000570 DATA DIVISION.                                                   CCVSI1.0
000580 FILE SECTION.                                                    CCVSI1.0
000590 FD  CONTROL-CARD-FILE.                                           CCVSI1.0
000600 01  LOCK-CARD.                                                   CCVSI1.0
000610     02 CC-ACTION             PIC X(8).                           CCVSI1.0
000620     02 CC-HOLDER             PIC X(8).                           CCVSI1.0
000630         88 CC-VALID-HOLDER   VALUE "NIGHTLY " "WEEKLY  "         CCVSI1.0
000640                                    "ONDEMAND".                   CCVSI1.0
000650     02 FILLER                PIC X(64).                          CCVSI1.0
000660 FD  RUN-STATE-FILE.                                              CCVSI1.0
000670 01  RUN-STATE-REC.                                               CCVSI1.0
000680     02 RN-HOLDER             PIC X(8).                           CCVSI1.0
000690         88 RN-NOT-HELD       VALUE "NONE    " SPACE.             CCVSI1.0
000700     02 FILLER                PIC X.                              CCVSI1.0
000710     02 RN-SINCE-DATE         PIC 9(8).                           CCVSI1.0
000720     02 FILLER                PIC X.                              CCVSI1.0
000730     02 RN-SINCE-TIME         PIC 9(8).                           CCVSI1.0
000740     02 FILLER                PIC X(54).                          CCVSI1.0
000750 FD  RUN-LEDGER-FILE.                                             CCVSI1.0
000760 01  RUN-LEDGER-REC.                                              CCVSI1.0
000770     02 LG-RUN-DATE           PIC 9(8).                           CCVSI1.0
000780     02 FILLER                PIC X.                              CCVSI1.0
000790     02 LG-STREAM-ID          PIC X.                              CCVSI1.0
000800     02 FILLER                PIC X.                              CCVSI1.0
000810     02 LG-PGM-ID             PIC X(9).                           CCVSI1.0
000820     02 FILLER                PIC X.                              CCVSI1.0
000830     02 LG-ACTION             PIC X(8).                           CCVSI1.0
000840     02 FILLER                PIC X.                              CCVSI1.0
000850     02 LG-START-DATE         PIC 9(8).                           CCVSI1.0
000860     02 FILLER                PIC X.                              CCVSI1.0
000870     02 LG-START-TIME         PIC 9(8).                           CCVSI1.0
000880     02 FILLER                PIC X.                              CCVSI1.0
000890     02 LG-END-DATE           PIC 9(8).                           CCVSI1.0
000900     02 FILLER                PIC X.                              CCVSI1.0
000910     02 LG-END-TIME           PIC 9(8).                           CCVSI1.0
000920     02 FILLER                PIC X.                              CCVSI1.0
000930     02 LG-RETURN-CODE        PIC 9(4).                           CCVSI1.0
000940     02 FILLER                PIC X.                              CCVSI1.0
000950     02 LG-REASON             PIC X(40).                          CCVSI1.0
000960     02 FILLER                PIC X(9).                           CCVSI1.0
000970 WORKING-STORAGE SECTION.                                         CCVSI1.0
000980 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSI1.0
000990 01  RUN-LEDGER-STATUS                  PIC XX     VALUE SPACE.   CCVSI1.0
001000 01  CARD-EOF-SW                        PIC X      VALUE "N".     CCVSI1.0
001010     88 CARD-EOF                                   VALUE "Y".     CCVSI1.0
001020 01  STATE-WRITE-SW                     PIC X      VALUE "N".     CCVSI1.0
001030     88 RUN-STATE-NOT-WRITTEN                      VALUE "Y".     CCVSI1.0
001040 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSI1.0
001050 01  RUN-TIME-NOW                       PIC 9(8)   VALUE ZERO.    CCVSI1.0
001060 01  CURRENT-HOLDER                     PIC X(8)   VALUE "NONE".  CCVSI1.0
001070 01  CURRENT-SINCE-DATE                 PIC 9(8)   VALUE ZERO.    CCVSI1.0
001080 01  CURRENT-SINCE-TIME                 PIC 9(8)   VALUE ZERO.    CCVSI1.0
001090 01  NEW-HOLDER                         PIC X(8)   VALUE SPACE.   CCVSI1.0
001100 01  LEDGER-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSI1.0
001110 01  LEDGER-REASON.                                               CCVSI1.0
001120     02 LR-TEXT               PIC X(32)  VALUE SPACE.             CCVSI1.0
001130     02 LR-HOLDER             PIC X(8)   VALUE SPACE.             CCVSI1.0
001140 01  LOCK-MESSAGE.                                                CCVSI1.0
001150     02 FILLER                PIC X(9)   VALUE "CCVSLCK: ".       CCVSI1.0
001160     02 LM-TEXT               PIC X(40)  VALUE SPACE.             CCVSI1.0
001170     02 LM-HOLDER             PIC X(8)   VALUE SPACE.             CCVSI1.0
001180     02 FILLER                PIC X(7)   VALUE " SINCE ".         CCVSI1.0
001190     02 LM-SINCE-DATE         PIC 9(8)   VALUE ZERO.              CCVSI1.0
001200     02 FILLER                PIC X      VALUE SPACE.             CCVSI1.0
001210     02 LM-SINCE-TIME         PIC 9(8)   VALUE ZERO.              CCVSI1.0
001220 01  LOCK-STATE-MESSAGE.                                          CCVSI1.0
001230     02 FILLER                PIC X(9)   VALUE "CCVSLCK: ".       CCVSI1.0
001240     02 FILLER                PIC X(43)                           CCVSI1.0
001250         VALUE "RUN-STATE FILE NOT READ, LOCK STATE UNKNOWN".     CCVSI1.0
001260     02 FILLER                PIC X(9)   VALUE " - STATUS".       CCVSI1.0
001270     02 FILLER                PIC X      VALUE SPACE.             CCVSI1.0
001280     02 LS-STATUS             PIC XX     VALUE SPACE.             CCVSI1.0
001290 01  LOCK-WRITE-MESSAGE.                                          CCVSI1.0
001300     02 FILLER                PIC X(9)   VALUE "CCVSLCK: ".       CCVSI1.0
001310     02 FILLER                PIC X(39)                           CCVSI1.0
001320         VALUE "SUITE LOCK NOT WRITTEN - RUN-STATE FILE".         CCVSI1.0
001330     02 FILLER                PIC X(9)   VALUE " - STATUS".       CCVSI1.0
001340     02 FILLER                PIC X      VALUE SPACE.             CCVSI1.0
001350     02 LW-STATUS             PIC XX     VALUE SPACE.             CCVSI1.0
001360 01  CARD-ERROR-MESSAGE.                                          CCVSI1.0
001370     02 FILLER                PIC X(9)   VALUE "CCVSLCK: ".       CCVSI1.0
001380     02 FILLER                PIC X(31)                           CCVSI1.0
001390         VALUE "UNRECOGNIZED LOCK CONTROL CARD ".                 CCVSI1.0
001400     02 CE-CARD               PIC X(40)  VALUE SPACE.             CCVSI1.0
001410 PROCEDURE DIVISION.                                              CCVSI1.0
001420 CCVSLCK-MAIN SECTION.                                            CCVSI1.0
001430 OPEN-FILES.                                                      CCVSI1.0
001440     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSI1.0
001450     ACCEPT RUN-TIME-NOW FROM TIME.                               CCVSI1.0
001460     MOVE TODAYS-RUN-DATE TO LEDGER-RUN-DATE.                     CCVSI1.0
001470     OPEN INPUT CONTROL-CARD-FILE.                                CCVSI1.0
001480     READ CONTROL-CARD-FILE                                       CCVSI1.0
001490         AT END SET CARD-EOF TO TRUE.                             CCVSI1.0
001500     CLOSE CONTROL-CARD-FILE.                                     CCVSI1.0
001510     IF CARD-EOF                                                  CCVSI1.0
001520         MOVE "NO LOCK CONTROL CARD" TO CE-CARD                   CCVSI1.0
001530         GO TO CARD-ERROR.                                        CCVSI1.0
001540     IF NOT CC-VALID-HOLDER                                       CCVSI1.0
001550         MOVE LOCK-CARD TO CE-CARD                                CCVSI1.0
001560         GO TO CARD-ERROR.                                        CCVSI1.0
001570     MOVE CC-HOLDER TO NEW-HOLDER.                                CCVSI1.0
001580     PERFORM READ-RUN-STATE THRU READ-RUN-STATE-EXIT.             CCVSI1.0
001590     IF CC-ACTION EQUAL TO "ACQUIRE="                             CCVSI1.0
001600         PERFORM ACQUIRE-LOCK THRU ACQUIRE-LOCK-EXIT              CCVSI1.0
001610         GO TO CLOSE-FILES.                                       CCVSI1.0
001620     IF CC-ACTION EQUAL TO "RELEASE="                             CCVSI1.0
001630         PERFORM RELEASE-LOCK THRU RELEASE-LOCK-EXIT              CCVSI1.0
001640         GO TO CLOSE-FILES.                                       CCVSI1.0
001650     MOVE LOCK-CARD TO CE-CARD.                                   CCVSI1.0
001660 CARD-ERROR.                                                      CCVSI1.0
001670     DISPLAY CARD-ERROR-MESSAGE UPON OPERATOR-CONSOLE.            CCVSI1.0
001680     MOVE 16 TO RETURN-CODE.                                      CCVSI1.0
001690     MOVE "BAD OR MISSING LOCK CONTROL CARD" TO LR-TEXT.          CCVSI1.0
001700 CLOSE-FILES.                                                     CCVSI1.0
001710     IF NOT CARD-EOF                                              CCVSI1.0
001720         AND CC-HOLDER EQUAL TO "NIGHTLY "                        CCVSI1.0
001730             PERFORM WRITE-RUN-LEDGER.                            CCVSI1.0
001740     STOP RUN.                                                    CCVSI1.0
001750*    AN EMPTY RUN-STATE FILE MEANS NOBODY HOLDS THE SUITE.  ONE   CCVSI1.0
001760*    THAT CANNOT BE OPENED OR READ LEAVES THE HOLDER UNKNOWN,     CCVSI1.0
001770*    SO AN ACQUIRE IS REFUSED AND A RELEASE IGNORED.              CCVSI1.0
001780 READ-RUN-STATE.                                                  CCVSI1.0
001790     MOVE "NONE" TO CURRENT-HOLDER.                               CCVSI1.0
001800     MOVE ZERO TO CURRENT-SINCE-DATE CURRENT-SINCE-TIME.          CCVSI1.0
001810     OPEN INPUT RUN-STATE-FILE.                                   CCVSI1.0
001820     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSI1.0
001830         GO TO READ-RUN-STATE-UNKNOWN.                            CCVSI1.0
001840     READ RUN-STATE-FILE                                          CCVSI1.0
001850         AT END MOVE "NONE" TO RN-HOLDER.                         CCVSI1.0
001860     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSI1.0
001870         AND RUN-STATE-STATUS NOT EQUAL TO "10"                   CCVSI1.0
001880             CLOSE RUN-STATE-FILE                                 CCVSI1.0
001890             GO TO READ-RUN-STATE-UNKNOWN.                        CCVSI1.0
001900     IF NOT RN-NOT-HELD                                           CCVSI1.0
001910         MOVE RN-HOLDER TO CURRENT-HOLDER                         CCVSI1.0
001920         MOVE RN-SINCE-DATE TO CURRENT-SINCE-DATE                 CCVSI1.0
001930         MOVE RN-SINCE-TIME TO CURRENT-SINCE-TIME.                CCVSI1.0
001940     CLOSE RUN-STATE-FILE.                                        CCVSI1.0
001950     GO TO READ-RUN-STATE-EXIT.                                   CCVSI1.0
001960 READ-RUN-STATE-UNKNOWN.                                          CCVSI1.0
001970     MOVE "UNKNOWN" TO CURRENT-HOLDER.                            CCVSI1.0
001980     MOVE RUN-STATE-STATUS TO LS-STATUS.                          CCVSI1.0
001990     DISPLAY LOCK-STATE-MESSAGE UPON OPERATOR-CONSOLE.            CCVSI1.0
002000 READ-RUN-STATE-EXIT. EXIT.                                       CCVSI1.0
002010 ACQUIRE-LOCK.                                                    CCVSI1.0
002020     IF CURRENT-HOLDER EQUAL TO "UNKNOWN"                         CCVSI1.0
002030         MOVE 20 TO RETURN-CODE                                   CCVSI1.0
002040         MOVE "LOCK STATE UNKNOWN, NOT ACQUIRED" TO LR-TEXT       CCVSI1.0
002050         GO TO ACQUIRE-LOCK-EXIT.                                 CCVSI1.0
002060     IF CURRENT-HOLDER NOT EQUAL TO "NONE"                        CCVSI1.0
002070         MOVE "SUITE ALREADY HELD, NOT STARTED - HELD BY"         CCVSI1.0
002080             TO LM-TEXT                                           CCVSI1.0
002090         PERFORM ISSUE-LOCK-MESSAGE                               CCVSI1.0
002100         MOVE 20 TO RETURN-CODE                                   CCVSI1.0
002110         MOVE "SUITE ALREADY HELD BY" TO LR-TEXT                  CCVSI1.0
002120         MOVE CURRENT-HOLDER TO LR-HOLDER                         CCVSI1.0
002130         GO TO ACQUIRE-LOCK-EXIT.                                 CCVSI1.0
002140     PERFORM WRITE-RUN-STATE THRU WRITE-RUN-STATE-EXIT.           CCVSI1.0
002150     IF RUN-STATE-NOT-WRITTEN                                     CCVSI1.0
002160         GO TO ACQUIRE-LOCK-EXIT.                                 CCVSI1.0
002170     MOVE "SUITE LOCK ACQUIRED" TO LR-TEXT.                       CCVSI1.0
002180     MOVE "SUITE LOCK ACQUIRED BY" TO LM-TEXT.                    CCVSI1.0
002190     PERFORM ISSUE-LOCK-MESSAGE.                                  CCVSI1.0
002200 ACQUIRE-LOCK-EXIT. EXIT.                                         CCVSI1.0
002210 RELEASE-LOCK.                                                    CCVSI1.0
002220     IF CURRENT-HOLDER NOT EQUAL TO NEW-HOLDER                    CCVSI1.0
002230         MOVE "RELEASE IGNORED - SUITE IS HELD BY"                CCVSI1.0
002240             TO LM-TEXT                                           CCVSI1.0
002250         PERFORM ISSUE-LOCK-MESSAGE                               CCVSI1.0
002260         MOVE 4 TO RETURN-CODE                                    CCVSI1.0
002270         MOVE "RELEASE IGNORED - SUITE HELD BY" TO LR-TEXT        CCVSI1.0
002280         MOVE CURRENT-HOLDER TO LR-HOLDER                         CCVSI1.0
002290         GO TO RELEASE-LOCK-EXIT.                                 CCVSI1.0
002300     MOVE "NONE" TO NEW-HOLDER.                                   CCVSI1.0
002310     MOVE CURRENT-SINCE-DATE TO LEDGER-RUN-DATE.                  CCVSI1.0
002320     MOVE "SUITE LOCK RELEASED" TO LR-TEXT.                       CCVSI1.0
002330     PERFORM WRITE-RUN-STATE THRU WRITE-RUN-STATE-EXIT.           CCVSI1.0
002340     IF RUN-STATE-NOT-WRITTEN                                     CCVSI1.0
002350         GO TO RELEASE-LOCK-EXIT.                                 CCVSI1.0
002360     MOVE "SUITE LOCK RELEASED - NOW HELD BY" TO LM-TEXT.         CCVSI1.0
002370     PERFORM ISSUE-LOCK-MESSAGE.                                  CCVSI1.0
002380 RELEASE-LOCK-EXIT. EXIT.                                         CCVSI1.0
002390*    A RUN-STATE FILE THAT CANNOT BE OPENED, WRITTEN OR CLOSED    CCVSI1.0
002400*    LEAVES THE LOCK NOT RECORDED: THE STEP ENDS RC 20 AND THE    CCVSI1.0
002410*    ACQUIRE OR RELEASE IS NOT REPORTED AS DONE.                  CCVSI1.0
002420 WRITE-RUN-STATE.                                                 CCVSI1.0
002430     MOVE SPACE TO RUN-STATE-REC.                                 CCVSI1.0
002440     MOVE NEW-HOLDER TO RN-HOLDER CURRENT-HOLDER.                 CCVSI1.0
002450     MOVE TODAYS-RUN-DATE TO RN-SINCE-DATE CURRENT-SINCE-DATE.    CCVSI1.0
002460     MOVE RUN-TIME-NOW TO RN-SINCE-TIME CURRENT-SINCE-TIME.       CCVSI1.0
002470     OPEN OUTPUT RUN-STATE-FILE.                                  CCVSI1.0
002480     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSI1.0
002490         GO TO WRITE-RUN-STATE-FAILED.                            CCVSI1.0
002500     WRITE RUN-STATE-REC.                                         CCVSI1.0
002510     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSI1.0
002520         CLOSE RUN-STATE-FILE                                     CCVSI1.0
002530         GO TO WRITE-RUN-STATE-FAILED.                            CCVSI1.0
002540     CLOSE RUN-STATE-FILE.                                        CCVSI1.0
002550     IF RUN-STATE-STATUS EQUAL TO "00"                            CCVSI1.0
002560         GO TO WRITE-RUN-STATE-EXIT.                              CCVSI1.0
002570 WRITE-RUN-STATE-FAILED.                                          CCVSI1.0
002580     SET RUN-STATE-NOT-WRITTEN TO TRUE.                           CCVSI1.0
002590     MOVE RUN-STATE-STATUS TO LW-STATUS.                          CCVSI1.0
002600     DISPLAY LOCK-WRITE-MESSAGE UPON OPERATOR-CONSOLE.            CCVSI1.0
002610     MOVE 20 TO RETURN-CODE.                                      CCVSI1.0
002620     MOVE "SUITE LOCK NOT WRITTEN" TO LR-TEXT.                    CCVSI1.0
002630     MOVE SPACE TO LR-HOLDER.                                     CCVSI1.0
002640 WRITE-RUN-STATE-EXIT. EXIT.                                      CCVSI1.0
002650 ISSUE-LOCK-MESSAGE.                                              CCVSI1.0
002660     MOVE CURRENT-HOLDER TO LM-HOLDER.                            CCVSI1.0
002670     MOVE CURRENT-SINCE-DATE TO LM-SINCE-DATE.                    CCVSI1.0
002680     MOVE CURRENT-SINCE-TIME TO LM-SINCE-TIME.                    CCVSI1.0
002690     DISPLAY LOCK-MESSAGE UPON OPERATOR-CONSOLE.                  CCVSI1.0
002700*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.     CCVSI1.0
002710 WRITE-RUN-LEDGER.                                                CCVSI1.0
002720     MOVE SPACE TO RUN-LEDGER-REC.                                CCVSI1.0
002730     MOVE LEDGER-RUN-DATE TO LG-RUN-DATE.                         CCVSI1.0
002740     MOVE SPACE TO LG-STREAM-ID.                                  CCVSI1.0
002750     MOVE "CCVSLCK" TO LG-PGM-ID.                                 CCVSI1.0
002760     MOVE CC-ACTION (1:7) TO LG-ACTION.                           CCVSI1.0
002770     MOVE TODAYS-RUN-DATE TO LG-START-DATE.                       CCVSI1.0
002780     MOVE RUN-TIME-NOW TO LG-START-TIME.                          CCVSI1.0
002790     ACCEPT LG-END-DATE FROM DATE YYYYMMDD.                       CCVSI1.0
002800     ACCEPT LG-END-TIME FROM TIME.                                CCVSI1.0
002810     MOVE RETURN-CODE TO LG-RETURN-CODE.                          CCVSI1.0
002820     MOVE LEDGER-REASON TO LG-REASON.                             CCVSI1.0
002830     OPEN EXTEND RUN-LEDGER-FILE.                                 CCVSI1.0
002840     IF RUN-LEDGER-STATUS EQUAL TO "00"                           CCVSI1.0
002850         WRITE RUN-LEDGER-REC                                     CCVSI1.0
002860         CLOSE RUN-LEDGER-FILE.                                   CCVSI1.0
