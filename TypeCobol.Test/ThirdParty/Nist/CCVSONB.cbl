000100 IDENTIFICATION DIVISION.                                         CCVS61.0
000110 PROGRAM-ID. CCVSONB.                                             CCVS61.0
000120*    ONBOARDING AND RETIREMENT UTILITY FOR THE CCVS1 TEST         CCVS61.0
000130*    PROGRAMS IN THE NIGHTLY SUITE.  ONE REQUEST CARD NAMES THE   CCVS61.0
000140*    PROGRAM AND SAYS WHETHER IT IS BEING ADDED OR RETIRED; FROM  CCVS61.0
000150*    IT THE PROGRAM WRITES EVERYTHING THE HAND CHECKLIST USED TO  CCVS61.0
000160*    CALL FOR:                                                    CCVS61.0
000170*      - ROSTER AND ROUTING TRANSACTIONS FOR CCVSROS (STEP0R) -   CCVS61.0
000180*        ADD OR CHANGE FOR AN ADD, DELETE FOR A RETIREMENT, AND   CCVS61.0
000190*        ONLY WHERE THE FILES DO NOT ALREADY AGREE;               CCVS61.0
000200*      - AN ALLOCATION DECK: A JOB THAT ALLOCATES THE TEST-CASE   CCVS61.0
000210*        FILE AND DEFINES THE HISTORY, HISTORY-DETAIL, CHECKPOINT CCVS61.0
000220*        AND INSPECT-DISPOSITION CLUSTERS THAT ARE NOT THERE YET  CCVS61.0
000230*        (THE TEST PROGRAM LOADS THE EMPTY CLUSTERS ON ITS FIRST  CCVS61.0
000240*        RUN), OR FOR A RETIREMENT AN IDCAMS JOB DELETING THE ONESCCVS61.0
000250*        STILL CATALOGED, MACHINE FILE INCLUDED;                  CCVS61.0
000260*      - THE CCVSRUN JCL IMAGES: THE STEPN EXEC AND ITS DD        CCVS61.0
000270*        STATEMENTS (PARAMETER CARDS COPIED FROM THE FIRST TEST   CCVS61.0
000280*        STEP OF THE SUITE JCL, STREAM-ID= SET TO THE NEW STREAM) CCVS61.0
000290*        AND THE MACHINE-FILE LINE FOR THE STEPMRG CONCATENATION, CCVS61.0
000300*        OR FOR A RETIREMENT THE STATEMENTS TO TAKE OUT;          CCVS61.0
000310*      - FOR A RETIREMENT, A COPY OF THE LIVE RESULT JOURNAL      CCVS61.0
000320*        WITHOUT THE PROGRAM'S RECORDS, TO BE RENAMED OVER        CCVS61.0
000330*        CCVS.RUN.JOURNAL.  ARCHIVED RECORDS ARE KEPT FOR AUDIT.  CCVS61.0
000340*    IT THEN PRINTS A CHECKLIST OF EVERY PIECE - ROSTER ENTRY,    CCVS61.0
000350*    ROUTING ENTRY, EACH DATASET, THE STEP IN THE SUITE JCL, THE  CCVS61.0
000360*    MERGE CONCATENATION LINE AND (RETIREMENT) THE LIVE JOURNAL   CCVS61.0
000370*    RECORDS - AS IT FINDS THEM NOW.  RUN IT ONCE TO GET THE      CCVS61.0
000380*    OUTPUT, APPLY IT, THEN RUN IT AGAIN WITH THE SAME CARD TO    CCVS61.0
000390*    VERIFY.  REQUEST CARD:                                       CCVS61.0
000400*        COL  1      A (ADD) OR R (RETIRE)                        CCVS61.0
000410*        COL  3-10   PROGRAM-ID (AT MOST 8 CHARACTERS)            CCVS61.0
000420*        COL 13      STREAM LETTER (ADD; A RETIREMENT MAY LEAVE   CCVS61.0
000430*                    IT BLANK AND TAKE THE ROSTER'S)              CCVS61.0
000440*        COL 15-34   OWNING TEAM (ADD)                            CCVS61.0
000450*        COL 36      SEVERITY 1-9 (ADD)                           CCVS61.0
000460*        COL 38-45   REQUESTING USER-ID (BLANK = CCVSONB)         CCVS61.0
000470*        COL 47-54   STEP NAME (BLANK = ROSTER'S, ELSE STEPN BY   CCVS61.0
000480*                    POSITION IN THE STREAM, AS CCVSRST NAMES IT) CCVS61.0
000490*    CARDS STARTING WITH * ARE COMMENTS.  RC 0 = EVERY ITEM ON    CCVS61.0
000500*    THE CHECKLIST IS DONE.  RC 4 = ITEMS STILL OUTSTANDING.      CCVS61.0
000510*    RC 16 = NO REQUEST CARD, MORE THAN ONE, OR A BAD ONE         CCVS61.0
000520*    (NOTHING IS WRITTEN).  RUN ON DEMAND FROM THE MAINTENANCE    CCVS61.0
000530*    JOB.                                                         CCVS61.0
000540 ENVIRONMENT DIVISION.                                            CCVS61.0
000550 INPUT-OUTPUT SECTION.                                            CCVS61.0
000560 FILE-CONTROL.                                                    CCVS61.0
000570     SELECT REQUEST-CARD-FILE ASSIGN TO                           CCVS61.0
000580     XXXXX155.                                                    CCVS61.0
000590     SELECT ROSTER-FILE ASSIGN TO                                 CCVS61.0
000600     XXXXX084                                                     CCVS61.0
000610     FILE STATUS IS ROSTER-STATUS.                                CCVS61.0
000620     SELECT ROUTING-TABLE-FILE ASSIGN TO                          CCVS61.0
000630     XXXXX069                                                     CCVS61.0
000640     FILE STATUS IS ROUTING-STATUS.                               CCVS61.0
000650     SELECT SUITE-JCL-FILE ASSIGN TO                              CCVS61.0
000660     XXXXX160                                                     CCVS61.0
000670     FILE STATUS IS SUITE-JCL-STATUS.                             CCVS61.0
000680     SELECT RESULT-JOURNAL-FILE ASSIGN TO                         CCVS61.0
000690     XXXXX064                                                     CCVS61.0
000700     FILE STATUS IS RESULT-JOURNAL-STATUS.                        CCVS61.0
000710     SELECT CHECK-DATASET-FILE ASSIGN TO                          CCVS61.0
000720     CHECK-DSN-NAME                                               CCVS61.0
000730     FILE STATUS IS CHECK-DATASET-STATUS.                         CCVS61.0
000740     SELECT ROSTER-TRANS-FILE ASSIGN TO                           CCVS61.0
000750     XXXXX156.                                                    CCVS61.0
000760     SELECT ALLOCATION-DECK-FILE ASSIGN TO                        CCVS61.0
000770     XXXXX157.                                                    CCVS61.0
000780     SELECT JCL-IMAGE-FILE ASSIGN TO                              CCVS61.0
000790     XXXXX158.                                                    CCVS61.0
000800     SELECT RETAINED-JOURNAL-FILE ASSIGN TO                       CCVS61.0
000810     XXXXX161.                                                    CCVS61.0
000820     SELECT CHECKLIST-REPORT-FILE ASSIGN TO                       CCVS61.0
000830     XXXXX159.                                                    CCVS61.0
000840 DATA DIVISION.                                                   CCVS61.0
000850 FILE SECTION.                                                    CCVS61.0
000860 FD  REQUEST-CARD-FILE.                                           CCVS61.0
000870 01  REQUEST-CARD                       PIC X(80).                CCVS61.0
000880 01  COMMENT-CARD.                                                CCVS61.0
000890     02 CM-INDICATOR          PIC X.                              CCVS61.0
000900     02 FILLER                PIC X(79).                          CCVS61.0
000910 FD  ROSTER-FILE.                                                 CCVS61.0
000920 01  ROSTER-REC.                                                  CCVS61.0
000930     02 EP-PGM-ID             PIC X(9).                           CCVS61.0
000940     02 FILLER                PIC X.                              CCVS61.0
000950     02 EP-STREAM-ID          PIC X.                              CCVS61.0
000960     02 FILLER                PIC X.                              CCVS61.0
000970     02 EP-STEP-NAME          PIC X(8).                           CCVS61.0
000980     02 FILLER                PIC X(60).                          CCVS61.0
000990 FD  ROUTING-TABLE-FILE.                                          CCVS61.0
001000 01  ROUTING-TABLE-REC.                                           CCVS61.0
001010     02 RT-PGM-ID             PIC X(9).                           CCVS61.0
001020     02 FILLER                PIC X.                              CCVS61.0
001030     02 RT-TEAM               PIC X(20).                          CCVS61.0
001040     02 FILLER                PIC X.                              CCVS61.0
001050     02 RT-SEVERITY           PIC X.                              CCVS61.0
001060     02 FILLER                PIC X(48).                          CCVS61.0
001070 FD  SUITE-JCL-FILE.                                              CCVS61.0
001080 01  SUITE-JCL-REC                      PIC X(80).                CCVS61.0
001090 FD  RESULT-JOURNAL-FILE.                                         CCVS61.0
001100 01  RESULT-JOURNAL-REC.                                          CCVS61.0
001110     02 RJ-TEST-ID            PIC X(9).                           CCVS61.0
001120     02 FILLER                PIC X(191).                         CCVS61.0
001130 FD  CHECK-DATASET-FILE.                                          CCVS61.0
001140 01  CHECK-DATASET-REC                  PIC X(250).               CCVS61.0
001150 FD  ROSTER-TRANS-FILE.                                           CCVS61.0
001160 01  ROSTER-TRANS-REC.                                            CCVS61.0
001170     02 TX-FILE-ID            PIC X.                              CCVS61.0
001180     02 TX-ACTION             PIC X.                              CCVS61.0
001190     02 TX-USER-ID            PIC X(8).                           CCVS61.0
001200     02 TX-REC-IMAGE          PIC X(80).                          CCVS61.0
001210 FD  ALLOCATION-DECK-FILE.                                        CCVS61.0
001220 01  ALLOCATION-DECK-REC                PIC X(80).                CCVS61.0
001230 FD  JCL-IMAGE-FILE.                                              CCVS61.0
001240 01  JCL-IMAGE-REC                      PIC X(80).                CCVS61.0
001250 FD  RETAINED-JOURNAL-FILE.                                       CCVS61.0
001260 01  RETAINED-JOURNAL-REC               PIC X(200).               CCVS61.0
001270 FD  CHECKLIST-REPORT-FILE.                                       CCVS61.0
001280 01  CHECKLIST-REPORT-REC               PIC X(120).               CCVS61.0
001290 WORKING-STORAGE SECTION.                                         CCVS61.0
001300 01  ROSTER-STATUS                      PIC XX     VALUE SPACE.   CCVS61.0
001310 01  ROUTING-STATUS                     PIC XX     VALUE SPACE.   CCVS61.0
001320 01  SUITE-JCL-STATUS                   PIC XX     VALUE SPACE.   CCVS61.0
001330 01  RESULT-JOURNAL-STATUS              PIC XX     VALUE SPACE.   CCVS61.0
001340 01  CHECK-DATASET-STATUS               PIC XX     VALUE SPACE.   CCVS61.0
001350 01  CHECK-DSN-NAME                     PIC X(44)  VALUE SPACE.   CCVS61.0
001360 01  CARD-EOF-SW                        PIC X      VALUE "N".     CCVS61.0
001370     88 CARD-EOF                                   VALUE "Y".     CCVS61.0
001380 01  ROSTER-EOF-SW                      PIC X      VALUE "N".     CCVS61.0
001390     88 ROSTER-EOF                                 VALUE "Y".     CCVS61.0
001400 01  ROUTING-EOF-SW                     PIC X      VALUE "N".     CCVS61.0
001410     88 ROUTING-EOF                                VALUE "Y".     CCVS61.0
001420 01  JCL-EOF-SW                         PIC X      VALUE "N".     CCVS61.0
001430     88 JCL-EOF                                    VALUE "Y".     CCVS61.0
001440 01  JOURNAL-EOF-SW                     PIC X      VALUE "N".     CCVS61.0
001450     88 JOURNAL-EOF                                VALUE "Y".     CCVS61.0
001460 01  REQUEST-FOUND-SW                   PIC X      VALUE "N".     CCVS61.0
001470     88 REQUEST-FOUND                              VALUE "Y".     CCVS61.0
001480 01  ROSTER-FOUND-SW                    PIC X      VALUE "N".     CCVS61.0
001490     88 ROSTER-FOUND                               VALUE "Y".     CCVS61.0
001500 01  ROUTING-FOUND-SW                   PIC X      VALUE "N".     CCVS61.0
001510     88 ROUTING-FOUND                              VALUE "Y".     CCVS61.0
001520 01  JCL-MEMBER-SW                      PIC X      VALUE "N".     CCVS61.0
001530     88 JCL-MEMBER-READ                            VALUE "Y".     CCVS61.0
001540 01  JOURNAL-SW                         PIC X      VALUE "N".     CCVS61.0
001550     88 JOURNAL-READ                               VALUE "Y".     CCVS61.0
001560 01  IN-MERGE-STEP-SW                   PIC X      VALUE "N".     CCVS61.0
001570     88 IN-MERGE-STEP                              VALUE "Y".     CCVS61.0
001580 01  STEP-EXEC-SW                       PIC X      VALUE "N".     CCVS61.0
001590     88 STEP-EXEC-FOUND                            VALUE "Y".     CCVS61.0
001600 01  MERGE-DD-SW                        PIC X      VALUE "N".     CCVS61.0
001610     88 MERGE-DD-FOUND                             VALUE "Y".     CCVS61.0
001620 01  PARM-CAPTURE-SW                    PIC X      VALUE "N".     CCVS61.0
001630     88 PARM-NOT-STARTED                           VALUE "N".     CCVS61.0
001640     88 PARM-CAPTURING                             VALUE "C".     CCVS61.0
001650     88 PARM-CAPTURED                              VALUE "D".     CCVS61.0
001660 01  ITEM-STATE-SW                      PIC X      VALUE "N".     CCVS61.0
001670     88 ITEM-PRESENT                               VALUE "Y".     CCVS61.0
001680     88 ITEM-ABSENT                                VALUE "N".     CCVS61.0
001690     88 ITEM-UNKNOWN                               VALUE "U".     CCVS61.0
001700 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVS61.0
001710 01  REQUEST-HOLD.                                                CCVS61.0
001720     02 RQ-ACTION             PIC X.                              CCVS61.0
001730         88 RQ-ADD                          VALUE "A".            CCVS61.0
001740         88 RQ-RETIRE                       VALUE "R".            CCVS61.0
001750     02 FILLER                PIC X.                              CCVS61.0
001760     02 RQ-PGM-ID             PIC X(9).                           CCVS61.0
001770     02 FILLER                PIC X.                              CCVS61.0
001780     02 RQ-STREAM-ID          PIC X.                              CCVS61.0
001790     02 FILLER                PIC X.                              CCVS61.0
001800     02 RQ-TEAM               PIC X(20).                          CCVS61.0
001810     02 FILLER                PIC X.                              CCVS61.0
001820     02 RQ-SEVERITY           PIC X.                              CCVS61.0
001830     02 FILLER                PIC X.                              CCVS61.0
001840     02 RQ-USER-ID            PIC X(8).                           CCVS61.0
001850     02 FILLER                PIC X.                              CCVS61.0
001860     02 RQ-STEP-NAME          PIC X(8).                           CCVS61.0
001870     02 FILLER                PIC X(26).                          CCVS61.0
001880 01  REJECT-COUNT                       PIC 99     VALUE ZERO.    CCVS61.0
001890 01  ROSTER-COUNT                       PIC 99     VALUE ZERO.    CCVS61.0
001900 01  ROSTER-TABLE.                                                CCVS61.0
001910     02 ROSTER-ENTRY OCCURS 51 TIMES.                             CCVS61.0
001920         03 RE-PGM-ID        PIC X(9).                            CCVS61.0
001930         03 RE-STREAM-ID     PIC X.                               CCVS61.0
001940 01  ROSTER-OVERFLOW-COUNT              PIC 999    VALUE ZERO.    CCVS61.0
001950 01  ROSTER-STREAM-ID                   PIC X      VALUE SPACE.   CCVS61.0
001960 01  ROSTER-STEP-NAME                   PIC X(8)   VALUE SPACE.   CCVS61.0
001970 01  ROUTING-TEAM                       PIC X(20)  VALUE SPACE.   CCVS61.0
001980 01  ROUTING-SEVERITY                   PIC X      VALUE SPACE.   CCVS61.0
001990 01  TARGET-STREAM-ID                   PIC X      VALUE SPACE.   CCVS61.0
002000 01  TARGET-TEAM                        PIC X(20)  VALUE SPACE.   CCVS61.0
002010 01  TARGET-SEVERITY                    PIC X      VALUE SPACE.   CCVS61.0
002020 01  TARGET-USER-ID                     PIC X(8)   VALUE SPACE.   CCVS61.0
002030 01  TARGET-STEP-NAME                   PIC X(8)   VALUE SPACE.   CCVS61.0
002040 01  FOUND-STEP-NAME                    PIC X(8)   VALUE SPACE.   CCVS61.0
002050 01  STREAM-PROGRAM-COUNT               PIC 99     VALUE ZERO.    CCVS61.0
002060 01  STREAM-POSITION                    PIC 99     VALUE ZERO.    CCVS61.0
002070 01  STEP-NUMBER                        PIC 99     VALUE ZERO.    CCVS61.0
002080 01  DEFAULT-STEP-NAME.                                           CCVS61.0
002090     02 FILLER                          PIC X(4)   VALUE "STEP".  CCVS61.0
002100     02 DS-DIGITS                       PIC X(4)   VALUE SPACE.   CCVS61.0
002110 01  PGM-NAME-LENGTH                    PIC S9(4) COMP VALUE 0.   CCVS61.0
002120 01  EXEC-PATTERN-LENGTH                PIC S9(4) COMP VALUE 0.   CCVS61.0
002130 01  MERGE-PATTERN-LENGTH               PIC S9(4) COMP VALUE 0.   CCVS61.0
002140 01  TALLY-COUNT                        PIC S9(4) COMP VALUE 0.   CCVS61.0
002150 01  EXEC-COMMA-PATTERN                 PIC X(20)  VALUE SPACE.   CCVS61.0
002160 01  EXEC-SPACE-PATTERN                 PIC X(20)  VALUE SPACE.   CCVS61.0
002170 01  MERGE-PATTERN                      PIC X(30)  VALUE SPACE.   CCVS61.0
002180 01  JCL-LINE                           PIC X(80)  VALUE SPACE.   CCVS61.0
002190 01  JCL-LINE-FIELDS REDEFINES JCL-LINE.                          CCVS61.0
002200     02 JL-COLS-1-2           PIC XX.                             CCVS61.0
002210     02 JL-COL-3              PIC X.                              CCVS61.0
002220     02 FILLER                PIC X(77).                          CCVS61.0
002230 01  PARM-CARD-COUNT                    PIC 99     VALUE ZERO.    CCVS61.0
002240 01  PARM-CARD-TABLE.                                             CCVS61.0
002250     02 PARM-CARD OCCURS 10 TIMES       PIC X(80).                CCVS61.0
002260 01  PARM-CARD-HOLD                     PIC X(80)  VALUE SPACE.   CCVS61.0
002270 01  PARM-CARD-FIELDS REDEFINES PARM-CARD-HOLD.                   CCVS61.0
002280     02 PH-KEYWORD            PIC X(10).                          CCVS61.0
002290     02 PH-VALUE              PIC X.                              CCVS61.0
002300     02 FILLER                PIC X(69).                          CCVS61.0
002310*    ONE ENTRY PER STATE DATASET: LOW-LEVEL QUALIFIER, KEY        CCVS61.0
002320*    LENGTH (ZERO FOR A SEQUENTIAL FILE) AND RECORD LENGTH, AS    CCVS61.0
002330*    THE TEST PROGRAMS DECLARE THEM.  THE MACHINE FILE (LAST) IS  CCVS61.0
002340*    ALLOCATED BY THE NIGHTLY STEP ITSELF, SO IT IS CHECKED ONLY  CCVS61.0
002350*    FOR A RETIREMENT.                                            CCVS61.0
002360 01  DATASET-VALUES.                                              CCVS61.0
002370     02 FILLER                PIC X(13)  VALUE "TESTCASE00324".   CCVS61.0
002380     02 FILLER                PIC X(13)  VALUE "HISTORY 09120".   CCVS61.0
002390     02 FILLER                PIC X(13)  VALUE "HISTDTL 31120".   CCVS61.0
002400     02 FILLER                PIC X(13)  VALUE "CHKPT   09120".   CCVS61.0
002410     02 FILLER                PIC X(13)  VALUE "INSPDISP31120".   CCVS61.0
002420     02 FILLER                PIC X(13)  VALUE "MACHINE 00250".   CCVS61.0
002430 01  DATASET-TABLE REDEFINES DATASET-VALUES.                      CCVS61.0
002440     02 DATASET-ENTRY OCCURS 6 TIMES.                             CCVS61.0
002450         03 DS-SUFFIX        PIC X(8).                            CCVS61.0
002460         03 DS-KEY-LENGTH    PIC 99.                              CCVS61.0
002470         03 DS-RECORD-LENGTH PIC 999.                             CCVS61.0
002480 01  DATASET-FOUND-TABLE.                                         CCVS61.0
002490     02 DS-FOUND-SW OCCURS 6 TIMES      PIC X.                    CCVS61.0
002500 01  DATASET-COUNT                      PIC 99     VALUE 6.       CCVS61.0
002510 01  STATE-DATASET-COUNT                PIC 99     VALUE 5.       CCVS61.0
002520 01  DEFINE-NEEDED-COUNT                PIC 99     VALUE ZERO.    CCVS61.0
002530 01  DELETE-NEEDED-COUNT                PIC 99     VALUE ZERO.    CCVS61.0
002540 01  DSN-WORK                           PIC X(44)  VALUE SPACE.   CCVS61.0
002550 01  IMAGE-CARD                         PIC X(80)  VALUE SPACE.   CCVS61.0
002560 01  IMAGE-DD-NAME                      PIC X(8)   VALUE SPACE.   CCVS61.0
002570 01  IMAGE-DISP                         PIC X(30)  VALUE SPACE.   CCVS61.0
002580 01  ROSTER-IMAGE                       PIC X(80)  VALUE SPACE.   CCVS61.0
002590 01  ROSTER-IMAGE-FIELDS REDEFINES ROSTER-IMAGE.                  CCVS61.0
002600     02 RI-PGM-ID             PIC X(9).                           CCVS61.0
002610     02 FILLER                PIC X.                              CCVS61.0
002620     02 RI-STREAM-ID          PIC X.                              CCVS61.0
002630     02 FILLER                PIC X.                              CCVS61.0
002640     02 RI-STEP-NAME          PIC X(8).                           CCVS61.0
002650     02 FILLER                PIC X(60).                          CCVS61.0
002660 01  ROUTING-IMAGE                      PIC X(80)  VALUE SPACE.   CCVS61.0
002670 01  ROUTING-IMAGE-FIELDS REDEFINES ROUTING-IMAGE.                CCVS61.0
002680     02 GI-PGM-ID             PIC X(9).                           CCVS61.0
002690     02 FILLER                PIC X.                              CCVS61.0
002700     02 GI-TEAM               PIC X(20).                          CCVS61.0
002710     02 FILLER                PIC X.                              CCVS61.0
002720     02 GI-SEVERITY           PIC X.                              CCVS61.0
002730     02 FILLER                PIC X(48).                          CCVS61.0
002740 01  TRANS-FILE-ID                      PIC X      VALUE SPACE.   CCVS61.0
002750 01  TRANS-ACTION                       PIC X      VALUE SPACE.   CCVS61.0
002760 01  TRANS-IMAGE                        PIC X(80)  VALUE SPACE.   CCVS61.0
002770 01  TRANS-WRITTEN-COUNT                PIC 99     VALUE ZERO.    CCVS61.0
002780 01  DECK-CARD-COUNT                    PIC 9(5)   VALUE ZERO.    CCVS61.0
002790 01  JCL-IMAGE-COUNT                    PIC 9(5)   VALUE ZERO.    CCVS61.0
002800 01  JOURNAL-READ-COUNT                 PIC 9(7)   VALUE ZERO.    CCVS61.0
002810 01  JOURNAL-PGM-COUNT                  PIC 9(7)   VALUE ZERO.    CCVS61.0
002820 01  JOURNAL-KEPT-COUNT                 PIC 9(7)   VALUE ZERO.    CCVS61.0
002830 01  ITEM-DONE-COUNT                    PIC 99     VALUE ZERO.    CCVS61.0
002840 01  ITEM-OUTSTANDING-COUNT             PIC 99     VALUE ZERO.    CCVS61.0
002850 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVS61.0
002860 01  CHECKLIST-HEADING.                                           CCVS61.0
002870     02 FILLER PIC X(21) VALUE SPACE.                             CCVS61.0
002880     02 FILLER PIC X(29)                                          CCVS61.0
002890         VALUE "CCVS TEST PROGRAM ONBOARDING ".                   CCVS61.0
002900     02 FILLER PIC X(24)                                          CCVS61.0
002910         VALUE "AND RETIREMENT CHECKLIST".                        CCVS61.0
002920     02 FILLER PIC X(38) VALUE SPACE.                             CCVS61.0
002930     02 CH-RUN-DATE        PIC 9(8).                              CCVS61.0
002940 01  REQUEST-LINE.                                                CCVS61.0
002950     02 FILLER PIC X(10) VALUE " REQUEST: ".                      CCVS61.0
002960     02 QL-ACTION          PIC X(6).                              CCVS61.0
002970     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS61.0
002980     02 QL-PGM-ID          PIC X(9).                              CCVS61.0
002990     02 FILLER PIC X(8)  VALUE " STREAM ".                        CCVS61.0
003000     02 QL-STREAM-ID       PIC X.                                 CCVS61.0
003010     02 FILLER PIC X(6)  VALUE " STEP ".                          CCVS61.0
003020     02 QL-STEP-NAME       PIC X(8).                              CCVS61.0
003030     02 FILLER PIC X(6)  VALUE " TEAM ".                          CCVS61.0
003040     02 QL-TEAM            PIC X(20).                             CCVS61.0
003050     02 FILLER PIC X(10) VALUE " SEVERITY ".                      CCVS61.0
003060     02 QL-SEVERITY        PIC X.                                 CCVS61.0
003070     02 FILLER PIC X(6)  VALUE " USER ".                          CCVS61.0
003080     02 QL-USER-ID         PIC X(8).                              CCVS61.0
003090     02 FILLER PIC X(20) VALUE SPACE.                             CCVS61.0
003100 01  SECTION-LINE.                                                CCVS61.0
003110     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS61.0
003120     02 SC-TEXT            PIC X(60).                             CCVS61.0
003130     02 FILLER PIC X(59) VALUE SPACE.                             CCVS61.0
003140 01  TRANS-LINE.                                                  CCVS61.0
003150     02 FILLER PIC X(5)  VALUE SPACE.                             CCVS61.0
003160     02 TL-FILE-ID         PIC X.                                 CCVS61.0
003170     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS61.0
003180     02 TL-ACTION          PIC X.                                 CCVS61.0
003190     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS61.0
003200     02 TL-USER-ID         PIC X(8).                              CCVS61.0
003210     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS61.0
003220     02 TL-IMAGE           PIC X(80).                             CCVS61.0
003230     02 FILLER PIC X(22) VALUE SPACE.                             CCVS61.0
003240 01  CHECK-HEADING-LINE.                                          CCVS61.0
003250     02 FILLER PIC X(3)  VALUE SPACE.                             CCVS61.0
003260     02 FILLER PIC X(41) VALUE "ITEM".                            CCVS61.0
003270     02 FILLER PIC X(8)  VALUE "WANTED".                          CCVS61.0
003280     02 FILLER PIC X(41) VALUE "FOUND".                           CCVS61.0
003290     02 FILLER PIC X(11) VALUE "STATUS".                          CCVS61.0
003300     02 FILLER PIC X(16) VALUE SPACE.                             CCVS61.0
003310 01  CHECK-ITEM-LINE.                                             CCVS61.0
003320     02 FILLER PIC X(3)  VALUE SPACE.                             CCVS61.0
003330     02 CI-ITEM            PIC X(40).                             CCVS61.0
003340     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS61.0
003350     02 CI-WANTED          PIC X(7).                              CCVS61.0
003360     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS61.0
003370     02 CI-FOUND           PIC X(40).                             CCVS61.0
003380     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS61.0
003390     02 CI-STATUS          PIC X(11).                             CCVS61.0
003400     02 FILLER PIC X(16) VALUE SPACE.                             CCVS61.0
003410 01  FOUND-COUNT-TEXT.                                            CCVS61.0
003420     02 FC-COUNT           PIC Z(6)9.                             CCVS61.0
003430     02 FILLER PIC X(8)  VALUE " RECORDS".                        CCVS61.0
003440 01  REJECTED-CARD-LINE.                                          CCVS61.0
003450     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS61.0
003460     02 FILLER PIC X(27) VALUE "*** REQUEST CARD REJECTED: ".     CCVS61.0
003470     02 CR-CARD            PIC X(80).                             CCVS61.0
003480     02 FILLER PIC X(12) VALUE SPACE.                             CCVS61.0
003490 01  REJECTED-REASON-LINE.                                        CCVS61.0
003500     02 FILLER PIC X(5)  VALUE SPACE.                             CCVS61.0
003510     02 CR-REASON          PIC X(60).                             CCVS61.0
003520     02 FILLER PIC X(55) VALUE SPACE.                             CCVS61.0
003530 01  CHECKLIST-MESSAGE-LINE.                                      CCVS61.0
003540     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS61.0
003550     02 MS-TEXT            PIC X(100).                            CCVS61.0
003560     02 FILLER PIC X(19) VALUE SPACE.                             CCVS61.0
003570 01  CHECKLIST-TOTAL-LINE.                                        CCVS61.0
003580     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS61.0
003590     02 CT-COUNT           PIC ZZZZZZ9.                           CCVS61.0
003600     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS61.0
003610     02 CT-DESC            PIC X(60).                             CCVS61.0
003620     02 FILLER PIC X(51) VALUE SPACE.                             CCVS61.0
003630 01  DECK-JOB-CARD.                                               CCVS61.0
003640     02 FILLER PIC X(2)  VALUE "//".                              CCVS61.0
003650     02 DJ-JOB-NAME        PIC X(8).                              CCVS61.0
003660     02 FILLER PIC X(38)                                          CCVS61.0
003670         VALUE " JOB (ACCTNO),'CCVS REGRESSION SUITE',".          CCVS61.0
003680     02 FILLER PIC X(32) VALUE "CLASS=A,MSGCLASS=X".              CCVS61.0
003690 01  DECK-COMMENT-CARD.                                           CCVS61.0
003700     02 FILLER PIC X(5)  VALUE "//*  ".                           CCVS61.0
003710     02 DC-TEXT            PIC X(66).                             CCVS61.0
003720     02 FILLER PIC X(9)  VALUE SPACE.                             CCVS61.0
003730 PROCEDURE DIVISION.                                              CCVS61.0
003740 CCVSONB-MAIN SECTION.                                            CCVS61.0
003750 OPEN-FILES.                                                      CCVS61.0
003760     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVS61.0
003770     OPEN OUTPUT CHECKLIST-REPORT-FILE.                           CCVS61.0
003780     MOVE TODAYS-RUN-DATE TO CH-RUN-DATE.                         CCVS61.0
003790     MOVE CHECKLIST-HEADING TO CHECKLIST-REPORT-REC.              CCVS61.0
003800     PERFORM WRITE-REPORT-LINE.                                   CCVS61.0
003810     OPEN INPUT REQUEST-CARD-FILE.                                CCVS61.0
003820     PERFORM READ-REQUEST-CARD.                                   CCVS61.0
003830     PERFORM TAKE-REQUEST-CARD THRU TAKE-REQUEST-CARD-EXIT        CCVS61.0
003840         UNTIL CARD-EOF.                                          CCVS61.0
003850     CLOSE REQUEST-CARD-FILE.                                     CCVS61.0
003860     IF NOT REQUEST-FOUND                                         CCVS61.0
003870         MOVE "NO REQUEST CARD - NOTHING TO DO" TO MS-TEXT        CCVS61.0
003880         PERFORM WRITE-MESSAGE-LINE                               CCVS61.0
003890         MOVE 16 TO RETURN-CODE                                   CCVS61.0
003900         GO TO CLOSE-FILES.                                       CCVS61.0
003910     IF REJECT-COUNT GREATER THAN ZERO                            CCVS61.0
003920         MOVE "NOTHING WRITTEN - CORRECT THE CARD AND RESUBMIT"   CCVS61.0
003930             TO MS-TEXT                                           CCVS61.0
003940         PERFORM WRITE-MESSAGE-LINE                               CCVS61.0
003950         MOVE 16 TO RETURN-CODE                                   CCVS61.0
003960         GO TO CLOSE-FILES.                                       CCVS61.0
003970     OPEN OUTPUT ROSTER-TRANS-FILE.                               CCVS61.0
003980     OPEN OUTPUT ALLOCATION-DECK-FILE.                            CCVS61.0
003990     OPEN OUTPUT JCL-IMAGE-FILE.                                  CCVS61.0
004000     PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT.                   CCVS61.0
004010     PERFORM LOAD-ROUTING THRU LOAD-ROUTING-EXIT.                 CCVS61.0
004020     PERFORM SETTLE-TARGET-VALUES.                                CCVS61.0
004030     PERFORM PRINT-REQUEST-LINE.                                  CCVS61.0
004040     PERFORM SCAN-SUITE-JCL THRU SCAN-SUITE-JCL-EXIT.             CCVS61.0
004050     PERFORM CHECK-ONE-DATASET                                    CCVS61.0
004060         VARYING SUB-1 FROM 1 BY 1                                CCVS61.0
004070         UNTIL SUB-1 GREATER THAN DATASET-COUNT.                  CCVS61.0
004080     IF RQ-RETIRE                                                 CCVS61.0
004090         PERFORM SCAN-RESULT-JOURNAL                              CCVS61.0
004100             THRU SCAN-RESULT-JOURNAL-EXIT.                       CCVS61.0
004110     PERFORM WRITE-ROSTER-TRANSACTIONS.                           CCVS61.0
004120     PERFORM WRITE-ALLOCATION-DECK.                               CCVS61.0
004130     PERFORM WRITE-JCL-IMAGES.                                    CCVS61.0
004140     CLOSE ROSTER-TRANS-FILE ALLOCATION-DECK-FILE JCL-IMAGE-FILE. CCVS61.0
004150     PERFORM PRINT-CHECKLIST.                                     CCVS61.0
004160     PERFORM PRINT-CHECKLIST-TOTALS.                              CCVS61.0
004170     IF ITEM-OUTSTANDING-COUNT GREATER THAN ZERO                  CCVS61.0
004180         MOVE 4 TO RETURN-CODE.                                   CCVS61.0
004190 CLOSE-FILES.                                                     CCVS61.0
004200     CLOSE CHECKLIST-REPORT-FILE.                                 CCVS61.0
004210     STOP RUN.                                                    CCVS61.0
004220 READ-REQUEST-CARD.                                               CCVS61.0
004230     READ REQUEST-CARD-FILE                                       CCVS61.0
004240         AT END SET CARD-EOF TO TRUE.                             CCVS61.0
004250*    THE FIRST CARD THAT IS NOT A COMMENT IS THE REQUEST; ANY     CCVS61.0
004260*    FURTHER ONE IS REJECTED, SINCE ONE RUN HANDLES ONE PROGRAM.  CCVS61.0
004270 TAKE-REQUEST-CARD.                                               CCVS61.0
004280     IF CM-INDICATOR EQUAL TO "*"                                 CCVS61.0
004290         OR REQUEST-CARD EQUAL TO SPACE                           CCVS61.0
004300             GO TO TAKE-REQUEST-CARD-NEXT.                        CCVS61.0
004310     IF REQUEST-FOUND                                             CCVS61.0
004320         MOVE "MORE THAN ONE REQUEST CARD - ONE PROGRAM PER RUN"  CCVS61.0
004330             TO CR-REASON                                         CCVS61.0
004340         PERFORM REJECT-REQUEST-CARD                              CCVS61.0
004350         GO TO TAKE-REQUEST-CARD-NEXT.                            CCVS61.0
004360     SET REQUEST-FOUND TO TRUE.                                   CCVS61.0
004370     MOVE REQUEST-CARD TO REQUEST-HOLD.                           CCVS61.0
004380     PERFORM CHECK-REQUEST-CARD THRU CHECK-REQUEST-CARD-EXIT.     CCVS61.0
004390 TAKE-REQUEST-CARD-NEXT.                                          CCVS61.0
004400     PERFORM READ-REQUEST-CARD.                                   CCVS61.0
004410 TAKE-REQUEST-CARD-EXIT. EXIT.                                    CCVS61.0
004420 CHECK-REQUEST-CARD.                                              CCVS61.0
004430     IF NOT RQ-ADD AND NOT RQ-RETIRE                              CCVS61.0
004440         MOVE "COL 1 MUST BE A (ADD) OR R (RETIRE)" TO CR-REASON  CCVS61.0
004450         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS61.0
004460     IF RQ-PGM-ID EQUAL TO SPACE                                  CCVS61.0
004470         MOVE "PROGRAM-ID (COLS 3-10) IS BLANK" TO CR-REASON      CCVS61.0
004480         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS61.0
004490     IF RQ-PGM-ID (9:1) NOT EQUAL TO SPACE                        CCVS61.0
004500         MOVE "PROGRAM-ID LONGER THAN 8 CHARACTERS"               CCVS61.0
004510             TO CR-REASON                                         CCVS61.0
004520         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS61.0
004530     IF RQ-SEVERITY NOT EQUAL TO SPACE                            CCVS61.0
004540         AND (RQ-SEVERITY LESS THAN "1"                           CCVS61.0
004550         OR RQ-SEVERITY GREATER THAN "9")                         CCVS61.0
004560             MOVE "SEVERITY (COL 36) MUST BE 1-9" TO CR-REASON    CCVS61.0
004570             GO TO CHECK-REQUEST-CARD-REJECT.                     CCVS61.0
004580     IF RQ-RETIRE                                                 CCVS61.0
004590         GO TO CHECK-REQUEST-CARD-EXIT.                           CCVS61.0
004600     IF RQ-STREAM-ID EQUAL TO SPACE                               CCVS61.0
004610         MOVE "STREAM LETTER (COL 13) IS BLANK" TO CR-REASON      CCVS61.0
004620         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS61.0
004630     IF RQ-TEAM EQUAL TO SPACE                                    CCVS61.0
004640         MOVE "OWNING TEAM (COLS 15-34) IS BLANK" TO CR-REASON    CCVS61.0
004650         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS61.0
004660     IF RQ-SEVERITY EQUAL TO SPACE                                CCVS61.0
004670         MOVE "SEVERITY (COL 36) IS BLANK" TO CR-REASON           CCVS61.0
004680         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS61.0
004690     GO TO CHECK-REQUEST-CARD-EXIT.                               CCVS61.0
004700 CHECK-REQUEST-CARD-REJECT.                                       CCVS61.0
004710     PERFORM REJECT-REQUEST-CARD.                                 CCVS61.0
004720 CHECK-REQUEST-CARD-EXIT. EXIT.                                   CCVS61.0
004730 REJECT-REQUEST-CARD.                                             CCVS61.0
004740     ADD 1 TO REJECT-COUNT.                                       CCVS61.0
004750     MOVE REQUEST-CARD TO CR-CARD.                                CCVS61.0
004760     MOVE REJECTED-CARD-LINE TO CHECKLIST-REPORT-REC.             CCVS61.0
004770     PERFORM WRITE-REPORT-LINE.                                   CCVS61.0
004780     MOVE REJECTED-REASON-LINE TO CHECKLIST-REPORT-REC.           CCVS61.0
004790     PERFORM WRITE-REPORT-LINE.                                   CCVS61.0
004800 LOAD-ROSTER.                                                     CCVS61.0
004810     OPEN INPUT ROSTER-FILE.                                      CCVS61.0
004820     IF ROSTER-STATUS NOT EQUAL TO "00"                           CCVS61.0
004830         MOVE "ROSTER NOT AVAILABLE - TREATED AS EMPTY" TO MS-TEXTCCVS61.0
004840         PERFORM WRITE-MESSAGE-LINE                               CCVS61.0
004850         GO TO LOAD-ROSTER-EXIT.                                  CCVS61.0
004860     PERFORM READ-ROSTER.                                         CCVS61.0
004870     PERFORM POST-ROSTER THRU POST-ROSTER-EXIT                    CCVS61.0
004880         UNTIL ROSTER-EOF.                                        CCVS61.0
004890     CLOSE ROSTER-FILE.                                           CCVS61.0
004900 LOAD-ROSTER-EXIT. EXIT.                                          CCVS61.0
004910 READ-ROSTER.                                                     CCVS61.0
004920     READ ROSTER-FILE                                             CCVS61.0
004930         AT END SET ROSTER-EOF TO TRUE.                           CCVS61.0
004940 POST-ROSTER.                                                     CCVS61.0
004950     IF EP-PGM-ID EQUAL TO SPACE                                  CCVS61.0
004960         GO TO POST-ROSTER-NEXT.                                  CCVS61.0
004970     IF EP-PGM-ID EQUAL TO RQ-PGM-ID                              CCVS61.0
004980         SET ROSTER-FOUND TO TRUE                                 CCVS61.0
004990         MOVE EP-STREAM-ID TO ROSTER-STREAM-ID                    CCVS61.0
005000         MOVE EP-STEP-NAME TO ROSTER-STEP-NAME.                   CCVS61.0
005010     IF ROSTER-COUNT NOT LESS THAN 51                             CCVS61.0
005020         ADD 1 TO ROSTER-OVERFLOW-COUNT                           CCVS61.0
005030         GO TO POST-ROSTER-NEXT.                                  CCVS61.0
005040     ADD 1 TO ROSTER-COUNT.                                       CCVS61.0
005050     MOVE EP-PGM-ID TO RE-PGM-ID (ROSTER-COUNT).                  CCVS61.0
005060     MOVE EP-STREAM-ID TO RE-STREAM-ID (ROSTER-COUNT).            CCVS61.0
005070 POST-ROSTER-NEXT.                                                CCVS61.0
005080     PERFORM READ-ROSTER.                                         CCVS61.0
005090 POST-ROSTER-EXIT. EXIT.                                          CCVS61.0
005100 LOAD-ROUTING.                                                    CCVS61.0
005110     OPEN INPUT ROUTING-TABLE-FILE.                               CCVS61.0
005120     IF ROUTING-STATUS NOT EQUAL TO "00"                          CCVS61.0
005130         MOVE "ROUTING TABLE NOT AVAILABLE - TREATED AS EMPTY"    CCVS61.0
005140             TO MS-TEXT                                           CCVS61.0
005150         PERFORM WRITE-MESSAGE-LINE                               CCVS61.0
005160         GO TO LOAD-ROUTING-EXIT.                                 CCVS61.0
005170     PERFORM READ-ROUTING.                                        CCVS61.0
005180     PERFORM POST-ROUTING UNTIL ROUTING-EOF.                      CCVS61.0
005190     CLOSE ROUTING-TABLE-FILE.                                    CCVS61.0
005200 LOAD-ROUTING-EXIT. EXIT.                                         CCVS61.0
005210 READ-ROUTING.                                                    CCVS61.0
005220     READ ROUTING-TABLE-FILE                                      CCVS61.0
005230         AT END SET ROUTING-EOF TO TRUE.                          CCVS61.0
005240 POST-ROUTING.                                                    CCVS61.0
005250     IF RT-PGM-ID EQUAL TO RQ-PGM-ID                              CCVS61.0
005260         SET ROUTING-FOUND TO TRUE                                CCVS61.0
005270         MOVE RT-TEAM TO ROUTING-TEAM                             CCVS61.0
005280         MOVE RT-SEVERITY TO ROUTING-SEVERITY.                    CCVS61.0
005290     PERFORM READ-ROUTING.                                        CCVS61.0
005300*    A RETIREMENT CARD MAY LEAVE STREAM, TEAM AND SEVERITY BLANK; CCVS61.0
005310*    THEY ARE THEN TAKEN FROM THE ROSTER AND ROUTING ENTRIES.  THECCVS61.0
005320*    STEP NAME IS THE CARD'S, ELSE THE ROSTER'S, ELSE STEPN BY THECCVS61.0
005330*    PROGRAM'S POSITION IN ITS STREAM (THE NEXT ONE FOR AN ADD).  CCVS61.0
005340 SETTLE-TARGET-VALUES.                                            CCVS61.0
005350     MOVE RQ-STREAM-ID TO TARGET-STREAM-ID.                       CCVS61.0
005360     IF TARGET-STREAM-ID EQUAL TO SPACE                           CCVS61.0
005370         MOVE ROSTER-STREAM-ID TO TARGET-STREAM-ID.               CCVS61.0
005380     MOVE RQ-TEAM TO TARGET-TEAM.                                 CCVS61.0
005390     IF TARGET-TEAM EQUAL TO SPACE                                CCVS61.0
005400         MOVE ROUTING-TEAM TO TARGET-TEAM.                        CCVS61.0
005410     MOVE RQ-SEVERITY TO TARGET-SEVERITY.                         CCVS61.0
005420     IF TARGET-SEVERITY EQUAL TO SPACE                            CCVS61.0
005430         MOVE ROUTING-SEVERITY TO TARGET-SEVERITY.                CCVS61.0
005440     MOVE RQ-USER-ID TO TARGET-USER-ID.                           CCVS61.0
005450     IF TARGET-USER-ID EQUAL TO SPACE                             CCVS61.0
005460         MOVE "CCVSONB" TO TARGET-USER-ID.                        CCVS61.0
005470     PERFORM COUNT-STREAM-ENTRY                                   CCVS61.0
005480         VARYING SUB-1 FROM 1 BY 1                                CCVS61.0
005490         UNTIL SUB-1 GREATER THAN ROSTER-COUNT.                   CCVS61.0
005500     IF STREAM-POSITION EQUAL TO ZERO                             CCVS61.0
005510         ADD 1 TO STREAM-PROGRAM-COUNT GIVING STREAM-POSITION.    CCVS61.0
005520     MOVE RQ-STEP-NAME TO TARGET-STEP-NAME.                       CCVS61.0
005530     IF TARGET-STEP-NAME EQUAL TO SPACE                           CCVS61.0
005540         MOVE ROSTER-STEP-NAME TO TARGET-STEP-NAME.               CCVS61.0
005550     IF TARGET-STEP-NAME EQUAL TO SPACE                           CCVS61.0
005560         PERFORM BUILD-DEFAULT-STEP-NAME                          CCVS61.0
005570         MOVE DEFAULT-STEP-NAME TO TARGET-STEP-NAME.              CCVS61.0
005580     MOVE ZERO TO PGM-NAME-LENGTH.                                CCVS61.0
005590     INSPECT RQ-PGM-ID TALLYING PGM-NAME-LENGTH                   CCVS61.0
005600         FOR CHARACTERS BEFORE INITIAL SPACE.                     CCVS61.0
005610 COUNT-STREAM-ENTRY.                                              CCVS61.0
005620     IF RE-STREAM-ID (SUB-1) EQUAL TO TARGET-STREAM-ID            CCVS61.0
005630         ADD 1 TO STREAM-PROGRAM-COUNT                            CCVS61.0
005640         IF RE-PGM-ID (SUB-1) EQUAL TO RQ-PGM-ID                  CCVS61.0
005650             MOVE STREAM-PROGRAM-COUNT TO STREAM-POSITION.        CCVS61.0
005660 BUILD-DEFAULT-STEP-NAME.                                         CCVS61.0
005670     MOVE STREAM-POSITION TO STEP-NUMBER.                         CCVS61.0
005680     IF STEP-NUMBER LESS THAN 10                                  CCVS61.0
005690         MOVE STEP-NUMBER (2:1) TO DS-DIGITS                      CCVS61.0
005700     ELSE                                                         CCVS61.0
005710         MOVE STEP-NUMBER TO DS-DIGITS.                           CCVS61.0
005720 PRINT-REQUEST-LINE.                                              CCVS61.0
005730     IF RQ-ADD                                                    CCVS61.0
005740         MOVE "ADD" TO QL-ACTION                                  CCVS61.0
005750     ELSE                                                         CCVS61.0
005760         MOVE "RETIRE" TO QL-ACTION.                              CCVS61.0
005770     MOVE RQ-PGM-ID TO QL-PGM-ID.                                 CCVS61.0
005780     MOVE TARGET-STREAM-ID TO QL-STREAM-ID.                       CCVS61.0
005790     MOVE TARGET-STEP-NAME TO QL-STEP-NAME.                       CCVS61.0
005800     MOVE TARGET-TEAM TO QL-TEAM.                                 CCVS61.0
005810     MOVE TARGET-SEVERITY TO QL-SEVERITY.                         CCVS61.0
005820     MOVE TARGET-USER-ID TO QL-USER-ID.                           CCVS61.0
005830     MOVE REQUEST-LINE TO CHECKLIST-REPORT-REC.                   CCVS61.0
005840     PERFORM WRITE-REPORT-LINE.                                   CCVS61.0
005850*    READS THE NIGHTLY JOB'S JCL (XXXXX160) FOR THE PROGRAM'S     CCVS61.0
005860*    EXEC STATEMENT, ITS MACHINE FILE IN THE STEPMRG (CCVSMRG)    CCVS61.0
005870*    CONCATENATION, AND THE PARAMETER CARDS OF THE FIRST TEST     CCVS61.0
005880*    STEP, WHICH THE NEW STEP'S IMAGES COPY.  COMMENT STATEMENTS  CCVS61.0
005890*    ARE IGNORED.                                                 CCVS61.0
005900 SCAN-SUITE-JCL.                                                  CCVS61.0
005910     MOVE SPACE TO EXEC-COMMA-PATTERN.                            CCVS61.0
005920     STRING "PGM=" RQ-PGM-ID DELIMITED BY SPACE                   CCVS61.0
005930         "," DELIMITED BY SIZE INTO EXEC-COMMA-PATTERN.           CCVS61.0
005940     ADD 5 PGM-NAME-LENGTH GIVING EXEC-PATTERN-LENGTH.            CCVS61.0
005950     MOVE EXEC-COMMA-PATTERN TO EXEC-SPACE-PATTERN.               CCVS61.0
005960     MOVE SPACE TO EXEC-SPACE-PATTERN (EXEC-PATTERN-LENGTH:1).    CCVS61.0
005970     MOVE SPACE TO MERGE-PATTERN.                                 CCVS61.0
005980     STRING "DSN=CCVS." RQ-PGM-ID DELIMITED BY SPACE              CCVS61.0
005990         ".MACHINE," DELIMITED BY SIZE INTO MERGE-PATTERN.        CCVS61.0
006000     ADD 18 PGM-NAME-LENGTH GIVING MERGE-PATTERN-LENGTH.          CCVS61.0
006010     OPEN INPUT SUITE-JCL-FILE.                                   CCVS61.0
006020     IF SUITE-JCL-STATUS NOT EQUAL TO "00"                        CCVS61.0
006030         MOVE "SUITE JCL NOT AVAILABLE - STEP ITEMS NOT CHECKED"  CCVS61.0
006040             TO MS-TEXT                                           CCVS61.0
006050         PERFORM WRITE-MESSAGE-LINE                               CCVS61.0
006060         GO TO SCAN-SUITE-JCL-EXIT.                               CCVS61.0
006070     SET JCL-MEMBER-READ TO TRUE.                                 CCVS61.0
006080     PERFORM READ-SUITE-JCL.                                      CCVS61.0
006090     PERFORM EXAMINE-JCL-LINE THRU EXAMINE-JCL-LINE-EXIT          CCVS61.0
006100         UNTIL JCL-EOF.                                           CCVS61.0
006110     CLOSE SUITE-JCL-FILE.                                        CCVS61.0
006120 SCAN-SUITE-JCL-EXIT. EXIT.                                       CCVS61.0
006130 READ-SUITE-JCL.                                                  CCVS61.0
006140     READ SUITE-JCL-FILE                                          CCVS61.0
006150         AT END SET JCL-EOF TO TRUE.                              CCVS61.0
006160 EXAMINE-JCL-LINE.                                                CCVS61.0
006170     MOVE SUITE-JCL-REC TO JCL-LINE.                              CCVS61.0
006180     IF PARM-CAPTURING                                            CCVS61.0
006190         AND JL-COLS-1-2 NOT EQUAL TO "//"                        CCVS61.0
006200         AND JL-COLS-1-2 NOT EQUAL TO "/*"                        CCVS61.0
006210             PERFORM NOTE-PARAMETER-CARD                          CCVS61.0
006220             GO TO EXAMINE-JCL-LINE-NEXT.                         CCVS61.0
006230     IF PARM-CAPTURING                                            CCVS61.0
006240         SET PARM-CAPTURED TO TRUE.                               CCVS61.0
006250     IF JL-COLS-1-2 NOT EQUAL TO "//"                             CCVS61.0
006260         OR JL-COL-3 EQUAL TO "*"                                 CCVS61.0
006270             GO TO EXAMINE-JCL-LINE-NEXT.                         CCVS61.0
006280     MOVE ZERO TO TALLY-COUNT.                                    CCVS61.0
006290     INSPECT JCL-LINE TALLYING TALLY-COUNT FOR ALL " EXEC ".      CCVS61.0
006300     IF TALLY-COUNT GREATER THAN ZERO                             CCVS61.0
006310         PERFORM NOTE-EXEC-STATEMENT.                             CCVS61.0
006320     IF IN-MERGE-STEP                                             CCVS61.0
006330         MOVE ZERO TO TALLY-COUNT                                 CCVS61.0
006340         INSPECT JCL-LINE TALLYING TALLY-COUNT                    CCVS61.0
006350             FOR ALL MERGE-PATTERN (1:MERGE-PATTERN-LENGTH)       CCVS61.0
006360         IF TALLY-COUNT GREATER THAN ZERO                         CCVS61.0
006370             SET MERGE-DD-FOUND TO TRUE.                          CCVS61.0
006380     IF PARM-NOT-STARTED                                          CCVS61.0
006390         AND NOT IN-MERGE-STEP                                    CCVS61.0
006400         AND JCL-LINE (1:17) EQUAL TO "//XXXXX065 DD   *"         CCVS61.0
006410             SET PARM-CAPTURING TO TRUE.                          CCVS61.0
006420 EXAMINE-JCL-LINE-NEXT.                                           CCVS61.0
006430     PERFORM READ-SUITE-JCL.                                      CCVS61.0
006440 EXAMINE-JCL-LINE-EXIT. EXIT.                                     CCVS61.0
006450 NOTE-EXEC-STATEMENT.                                             CCVS61.0
006460     MOVE "N" TO IN-MERGE-STEP-SW.                                CCVS61.0
006470     MOVE ZERO TO TALLY-COUNT.                                    CCVS61.0
006480     INSPECT JCL-LINE TALLYING TALLY-COUNT FOR ALL "PGM=CCVSMRG". CCVS61.0
006490     IF TALLY-COUNT GREATER THAN ZERO                             CCVS61.0
006500         SET IN-MERGE-STEP TO TRUE.                               CCVS61.0
006510     MOVE ZERO TO TALLY-COUNT.                                    CCVS61.0
006520     INSPECT JCL-LINE TALLYING TALLY-COUNT                        CCVS61.0
006530         FOR ALL EXEC-COMMA-PATTERN (1:EXEC-PATTERN-LENGTH)       CCVS61.0
006540             ALL EXEC-SPACE-PATTERN (1:EXEC-PATTERN-LENGTH).      CCVS61.0
006550     IF TALLY-COUNT GREATER THAN ZERO                             CCVS61.0
006560         SET STEP-EXEC-FOUND TO TRUE                              CCVS61.0
006570         MOVE JCL-LINE (3:8) TO FOUND-STEP-NAME.                  CCVS61.0
006580 NOTE-PARAMETER-CARD.                                             CCVS61.0
006590     IF PARM-CARD-COUNT LESS THAN 10                              CCVS61.0
006600         ADD 1 TO PARM-CARD-COUNT                                 CCVS61.0
006610         MOVE JCL-LINE TO PARM-CARD (PARM-CARD-COUNT).            CCVS61.0
006620*    A STATUS 35 MEANS THE DATASET IS NOT CATALOGED; ANY OTHER    CCVS61.0
006630*    STATUS MEANS IT IS THERE, WHETHER OR NOT THIS PROGRAM COULD  CCVS61.0
006640*    READ IT (THE CLUSTERS ARE NOT SEQUENTIAL FILES).             CCVS61.0
006650 CHECK-ONE-DATASET.                                               CCVS61.0
006660     PERFORM BUILD-DATASET-NAME.                                  CCVS61.0
006670     MOVE DSN-WORK TO CHECK-DSN-NAME.                             CCVS61.0
006680     MOVE "N" TO DS-FOUND-SW (SUB-1).                             CCVS61.0
006690     OPEN INPUT CHECK-DATASET-FILE.                               CCVS61.0
006700     IF CHECK-DATASET-STATUS NOT EQUAL TO "35"                    CCVS61.0
006710         MOVE "Y" TO DS-FOUND-SW (SUB-1).                         CCVS61.0
006720     IF CHECK-DATASET-STATUS EQUAL TO "00"                        CCVS61.0
006730         CLOSE CHECK-DATASET-FILE.                                CCVS61.0
006740 BUILD-DATASET-NAME.                                              CCVS61.0
006750     MOVE SPACE TO DSN-WORK.                                      CCVS61.0
006760     STRING "CCVS." DELIMITED BY SIZE                             CCVS61.0
006770         RQ-PGM-ID DELIMITED BY SPACE                             CCVS61.0
006780         "." DELIMITED BY SIZE                                    CCVS61.0
006790         DS-SUFFIX (SUB-1) DELIMITED BY SPACE                     CCVS61.0
006800         INTO DSN-WORK.                                           CCVS61.0
006810*    RETIREMENT ONLY.  COUNTS THE PROGRAM'S RECORDS ON THE LIVE   CCVS61.0
006820*    JOURNAL AND COPIES EVERY OTHER RECORD TO XXXXX161.           CCVS61.0
006830 SCAN-RESULT-JOURNAL.                                             CCVS61.0
006840     OPEN INPUT RESULT-JOURNAL-FILE.                              CCVS61.0
006850     IF RESULT-JOURNAL-STATUS NOT EQUAL TO "00"                   CCVS61.0
006860         MOVE "RESULT JOURNAL NOT AVAILABLE - ITEM NOT CHECKED"   CCVS61.0
006870             TO MS-TEXT                                           CCVS61.0
006880         PERFORM WRITE-MESSAGE-LINE                               CCVS61.0
006890         GO TO SCAN-RESULT-JOURNAL-EXIT.                          CCVS61.0
006900     SET JOURNAL-READ TO TRUE.                                    CCVS61.0
006910     OPEN OUTPUT RETAINED-JOURNAL-FILE.                           CCVS61.0
006920     PERFORM READ-RESULT-JOURNAL.                                 CCVS61.0
006930     PERFORM POST-RESULT-JOURNAL UNTIL JOURNAL-EOF.               CCVS61.0
006940     CLOSE RESULT-JOURNAL-FILE RETAINED-JOURNAL-FILE.             CCVS61.0
006950 SCAN-RESULT-JOURNAL-EXIT. EXIT.                                  CCVS61.0
006960 READ-RESULT-JOURNAL.                                             CCVS61.0
006970     READ RESULT-JOURNAL-FILE                                     CCVS61.0
006980         AT END SET JOURNAL-EOF TO TRUE.                          CCVS61.0
006990 POST-RESULT-JOURNAL.                                             CCVS61.0
007000     ADD 1 TO JOURNAL-READ-COUNT.                                 CCVS61.0
007010     IF RJ-TEST-ID EQUAL TO RQ-PGM-ID                             CCVS61.0
007020         ADD 1 TO JOURNAL-PGM-COUNT                               CCVS61.0
007030     ELSE                                                         CCVS61.0
007040         ADD 1 TO JOURNAL-KEPT-COUNT                              CCVS61.0
007050         MOVE RESULT-JOURNAL-REC TO RETAINED-JOURNAL-REC          CCVS61.0
007060         WRITE RETAINED-JOURNAL-REC.                              CCVS61.0
007070     PERFORM READ-RESULT-JOURNAL.                                 CCVS61.0
007080*    ONLY THE TRANSACTIONS THE FILES STILL NEED ARE WRITTEN, SO A CCVS61.0
007090*    SECOND RUN AFTER CCVSROS HAS APPLIED THEM WRITES NONE.       CCVS61.0
007100 WRITE-ROSTER-TRANSACTIONS.                                       CCVS61.0
007110     MOVE SPACE TO SC-TEXT.                                       CCVS61.0
007120     MOVE "ROSTER/ROUTING TRANSACTIONS FOR CCVSROS" TO SC-TEXT.   CCVS61.0
007130     PERFORM WRITE-SECTION-LINE.                                  CCVS61.0
007140     MOVE SPACE TO ROSTER-IMAGE ROUTING-IMAGE.                    CCVS61.0
007150     MOVE RQ-PGM-ID TO RI-PGM-ID GI-PGM-ID.                       CCVS61.0
007160     MOVE TARGET-STREAM-ID TO RI-STREAM-ID.                       CCVS61.0
007170     MOVE TARGET-STEP-NAME TO RI-STEP-NAME.                       CCVS61.0
007180     MOVE TARGET-TEAM TO GI-TEAM.                                 CCVS61.0
007190     MOVE TARGET-SEVERITY TO GI-SEVERITY.                         CCVS61.0
007200     IF RQ-ADD                                                    CCVS61.0
007210         PERFORM WRITE-ADD-TRANSACTIONS                           CCVS61.0
007220     ELSE                                                         CCVS61.0
007230         PERFORM WRITE-RETIRE-TRANSACTIONS.                       CCVS61.0
007240     IF TRANS-WRITTEN-COUNT EQUAL TO ZERO                         CCVS61.0
007250         MOVE "NONE NEEDED - ROSTER AND ROUTING ALREADY AGREE"    CCVS61.0
007260             TO MS-TEXT                                           CCVS61.0
007270         PERFORM WRITE-MESSAGE-LINE.                              CCVS61.0
007280 WRITE-ADD-TRANSACTIONS.                                          CCVS61.0
007290     MOVE "R" TO TRANS-FILE-ID.                                   CCVS61.0
007300     MOVE ROSTER-IMAGE TO TRANS-IMAGE.                            CCVS61.0
007310     IF NOT ROSTER-FOUND                                          CCVS61.0
007320         MOVE "A" TO TRANS-ACTION                                 CCVS61.0
007330         PERFORM WRITE-TRANSACTION                                CCVS61.0
007340     ELSE IF ROSTER-STREAM-ID NOT EQUAL TO TARGET-STREAM-ID       CCVS61.0
007350         OR ROSTER-STEP-NAME NOT EQUAL TO TARGET-STEP-NAME        CCVS61.0
007360             MOVE "C" TO TRANS-ACTION                             CCVS61.0
007370             PERFORM WRITE-TRANSACTION.                           CCVS61.0
007380     MOVE "T" TO TRANS-FILE-ID.                                   CCVS61.0
007390     MOVE ROUTING-IMAGE TO TRANS-IMAGE.                           CCVS61.0
007400     IF NOT ROUTING-FOUND                                         CCVS61.0
007410         MOVE "A" TO TRANS-ACTION                                 CCVS61.0
007420         PERFORM WRITE-TRANSACTION                                CCVS61.0
007430     ELSE IF ROUTING-TEAM NOT EQUAL TO TARGET-TEAM                CCVS61.0
007440         OR ROUTING-SEVERITY NOT EQUAL TO TARGET-SEVERITY         CCVS61.0
007450             MOVE "C" TO TRANS-ACTION                             CCVS61.0
007460             PERFORM WRITE-TRANSACTION.                           CCVS61.0
007470 WRITE-RETIRE-TRANSACTIONS.                                       CCVS61.0
007480     MOVE "D" TO TRANS-ACTION.                                    CCVS61.0
007490     IF ROSTER-FOUND                                              CCVS61.0
007500         MOVE "R" TO TRANS-FILE-ID                                CCVS61.0
007510         MOVE ROSTER-IMAGE TO TRANS-IMAGE                         CCVS61.0
007520         PERFORM WRITE-TRANSACTION.                               CCVS61.0
007530     IF ROUTING-FOUND                                             CCVS61.0
007540         MOVE "T" TO TRANS-FILE-ID                                CCVS61.0
007550         MOVE ROUTING-IMAGE TO TRANS-IMAGE                        CCVS61.0
007560         PERFORM WRITE-TRANSACTION.                               CCVS61.0
007570 WRITE-TRANSACTION.                                               CCVS61.0
007580     MOVE SPACE TO ROSTER-TRANS-REC.                              CCVS61.0
007590     MOVE TRANS-FILE-ID TO TX-FILE-ID.                            CCVS61.0
007600     MOVE TRANS-ACTION TO TX-ACTION.                              CCVS61.0
007610     MOVE TARGET-USER-ID TO TX-USER-ID.                           CCVS61.0
007620     MOVE TRANS-IMAGE TO TX-REC-IMAGE.                            CCVS61.0
007630     WRITE ROSTER-TRANS-REC.                                      CCVS61.0
007640     ADD 1 TO TRANS-WRITTEN-COUNT.                                CCVS61.0
007650     MOVE TRANS-FILE-ID TO TL-FILE-ID.                            CCVS61.0
007660     MOVE TRANS-ACTION TO TL-ACTION.                              CCVS61.0
007670     MOVE TARGET-USER-ID TO TL-USER-ID.                           CCVS61.0
007680     MOVE TRANS-IMAGE TO TL-IMAGE.                                CCVS61.0
007690     MOVE TRANS-LINE TO CHECKLIST-REPORT-REC.                     CCVS61.0
007700     PERFORM WRITE-REPORT-LINE.                                   CCVS61.0
007710*    AN ADD ALLOCATES AND DEFINES ONLY THE DATASETS NOT YET       CCVS61.0
007720*    CATALOGED; A RETIREMENT DELETES ONLY THE ONES STILL THERE.   CCVS61.0
007730 WRITE-ALLOCATION-DECK.                                           CCVS61.0
007740     MOVE ZERO TO DEFINE-NEEDED-COUNT DELETE-NEEDED-COUNT.        CCVS61.0
007750     PERFORM COUNT-DATASET-WORK                                   CCVS61.0
007760         VARYING SUB-1 FROM 1 BY 1                                CCVS61.0
007770         UNTIL SUB-1 GREATER THAN DATASET-COUNT.                  CCVS61.0
007780     IF RQ-ADD                                                    CCVS61.0
007790         PERFORM WRITE-ADD-DECK THRU WRITE-ADD-DECK-EXIT          CCVS61.0
007800     ELSE                                                         CCVS61.0
007810         PERFORM WRITE-RETIRE-DECK THRU WRITE-RETIRE-DECK-EXIT.   CCVS61.0
007820 COUNT-DATASET-WORK.                                              CCVS61.0
007830     IF DS-FOUND-SW (SUB-1) EQUAL TO "Y"                          CCVS61.0
007840         ADD 1 TO DELETE-NEEDED-COUNT                             CCVS61.0
007850     ELSE IF SUB-1 GREATER THAN 1                                 CCVS61.0
007860         AND SUB-1 NOT GREATER THAN STATE-DATASET-COUNT           CCVS61.0
007870             ADD 1 TO DEFINE-NEEDED-COUNT.                        CCVS61.0
007880 WRITE-ADD-DECK.                                                  CCVS61.0
007890     IF DS-FOUND-SW (1) EQUAL TO "Y"                              CCVS61.0
007900         AND DEFINE-NEEDED-COUNT EQUAL TO ZERO                    CCVS61.0
007910             MOVE SPACE TO DC-TEXT                                CCVS61.0
007920             STRING "EVERY STATE DATASET FOR " DELIMITED BY SIZE  CCVS61.0
007930                 RQ-PGM-ID DELIMITED BY SPACE                     CCVS61.0
007940                 " IS ALREADY CATALOGED."                         CCVS61.0
007950                 DELIMITED BY SIZE INTO DC-TEXT                   CCVS61.0
007960             PERFORM WRITE-DECK-COMMENT                           CCVS61.0
007970             GO TO WRITE-ADD-DECK-EXIT.                           CCVS61.0
007980     MOVE "CCVSONBD" TO DJ-JOB-NAME.                              CCVS61.0
007990     MOVE DECK-JOB-CARD TO IMAGE-CARD.                            CCVS61.0
008000     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008010     MOVE SPACE TO DC-TEXT.                                       CCVS61.0
008020     STRING "ALLOCATE AND DEFINE THE STATE DATASETS FOR "         CCVS61.0
008030         DELIMITED BY SIZE                                        CCVS61.0
008040         RQ-PGM-ID DELIMITED BY SPACE "." DELIMITED BY SIZE       CCVS61.0
008050         INTO DC-TEXT.                                            CCVS61.0
008060     PERFORM WRITE-DECK-COMMENT.                                  CCVS61.0
008070     MOVE "EMPTY CLUSTERS ARE LOADED ON THE FIRST RUN."           CCVS61.0
008080         TO DC-TEXT.                                              CCVS61.0
008090     PERFORM WRITE-DECK-COMMENT.                                  CCVS61.0
008100     IF DS-FOUND-SW (1) NOT EQUAL TO "Y"                          CCVS61.0
008110         PERFORM WRITE-ALLOCATE-STEP.                             CCVS61.0
008120     IF DEFINE-NEEDED-COUNT GREATER THAN ZERO                     CCVS61.0
008130         MOVE "//DEFINE   EXEC PGM=IDCAMS" TO IMAGE-CARD          CCVS61.0
008140         PERFORM WRITE-DECK-CARD                                  CCVS61.0
008150         MOVE "//SYSPRINT DD   SYSOUT=*" TO IMAGE-CARD            CCVS61.0
008160         PERFORM WRITE-DECK-CARD                                  CCVS61.0
008170         MOVE "//SYSIN    DD   *" TO IMAGE-CARD                   CCVS61.0
008180         PERFORM WRITE-DECK-CARD                                  CCVS61.0
008190         PERFORM WRITE-DEFINE-COMMAND                             CCVS61.0
008200             THRU WRITE-DEFINE-COMMAND-EXIT                       CCVS61.0
008210             VARYING SUB-1 FROM 2 BY 1                            CCVS61.0
008220             UNTIL SUB-1 GREATER THAN STATE-DATASET-COUNT         CCVS61.0
008230         MOVE "/*" TO IMAGE-CARD                                  CCVS61.0
008240         PERFORM WRITE-DECK-CARD.                                 CCVS61.0
008250 WRITE-ADD-DECK-EXIT. EXIT.                                       CCVS61.0
008260 WRITE-ALLOCATE-STEP.                                             CCVS61.0
008270     MOVE "//ALLOC    EXEC PGM=IEFBR14" TO IMAGE-CARD.            CCVS61.0
008280     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008290     MOVE 1 TO SUB-1.                                             CCVS61.0
008300     PERFORM BUILD-DATASET-NAME.                                  CCVS61.0
008310     MOVE SPACE TO IMAGE-CARD.                                    CCVS61.0
008320     STRING "//TESTCASE DD   DSN=" DELIMITED BY SIZE              CCVS61.0
008330         DSN-WORK DELIMITED BY SPACE                              CCVS61.0
008340         ",DISP=(NEW,CATLG,DELETE)," DELIMITED BY SIZE            CCVS61.0
008350         INTO IMAGE-CARD.                                         CCVS61.0
008360     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008370     MOVE "//             UNIT=SYSDA,SPACE=(TRK,(5,5)),"          CCVS61.0
008380         TO IMAGE-CARD.                                           CCVS61.0
008390     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008400     MOVE "//             DCB=(RECFM=FB,LRECL=324,BLKSIZE=3240)"  CCVS61.0
008410         TO IMAGE-CARD.                                           CCVS61.0
008420     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008430 WRITE-DEFINE-COMMAND.                                            CCVS61.0
008440     IF DS-FOUND-SW (SUB-1) EQUAL TO "Y"                          CCVS61.0
008450         GO TO WRITE-DEFINE-COMMAND-EXIT.                         CCVS61.0
008460     PERFORM BUILD-DATASET-NAME.                                  CCVS61.0
008470     MOVE SPACE TO IMAGE-CARD.                                    CCVS61.0
008480     STRING "  DEFINE CLUSTER (NAME(" DELIMITED BY SIZE           CCVS61.0
008490         DSN-WORK DELIMITED BY SPACE                              CCVS61.0
008500         ") -" DELIMITED BY SIZE INTO IMAGE-CARD.                 CCVS61.0
008510     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008520     MOVE SPACE TO IMAGE-CARD.                                    CCVS61.0
008530     STRING "          INDEXED KEYS(" DS-KEY-LENGTH (SUB-1)       CCVS61.0
008540         " 0) -" DELIMITED BY SIZE INTO IMAGE-CARD.               CCVS61.0
008550     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008560     MOVE SPACE TO IMAGE-CARD.                                    CCVS61.0
008570     STRING "          RECORDSIZE(" DS-RECORD-LENGTH (SUB-1) " "  CCVS61.0
008580         DS-RECORD-LENGTH (SUB-1) ") TRACKS(5 5))"                CCVS61.0
008590         DELIMITED BY SIZE INTO IMAGE-CARD.                       CCVS61.0
008600     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008610 WRITE-DEFINE-COMMAND-EXIT. EXIT.                                 CCVS61.0
008620 WRITE-RETIRE-DECK.                                               CCVS61.0
008630     IF DELETE-NEEDED-COUNT EQUAL TO ZERO                         CCVS61.0
008640         MOVE SPACE TO DC-TEXT                                    CCVS61.0
008650         STRING "NO DATASET FOR " DELIMITED BY SIZE               CCVS61.0
008660             RQ-PGM-ID DELIMITED BY SPACE                         CCVS61.0
008670             " IS STILL CATALOGED - NOTHING TO DELETE."           CCVS61.0
008680             DELIMITED BY SIZE INTO DC-TEXT                       CCVS61.0
008690         PERFORM WRITE-DECK-COMMENT                               CCVS61.0
008700         GO TO WRITE-RETIRE-DECK-EXIT.                            CCVS61.0
008710     MOVE "CCVSONBD" TO DJ-JOB-NAME.                              CCVS61.0
008720     MOVE DECK-JOB-CARD TO IMAGE-CARD.                            CCVS61.0
008730     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008740     MOVE SPACE TO DC-TEXT.                                       CCVS61.0
008750     STRING "DELETE THE DATASETS OF RETIRED PROGRAM "             CCVS61.0
008760         DELIMITED BY SIZE                                        CCVS61.0
008770         RQ-PGM-ID DELIMITED BY SPACE "." DELIMITED BY SIZE       CCVS61.0
008780         INTO DC-TEXT.                                            CCVS61.0
008790     PERFORM WRITE-DECK-COMMENT.                                  CCVS61.0
008800     MOVE "//DELETE   EXEC PGM=IDCAMS" TO IMAGE-CARD.             CCVS61.0
008810     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008820     MOVE "//SYSPRINT DD   SYSOUT=*" TO IMAGE-CARD.               CCVS61.0
008830     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008840     MOVE "//SYSIN    DD   *" TO IMAGE-CARD.                      CCVS61.0
008850     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008860     PERFORM WRITE-DELETE-COMMAND                                 CCVS61.0
008870         THRU WRITE-DELETE-COMMAND-EXIT                           CCVS61.0
008880         VARYING SUB-1 FROM 1 BY 1                                CCVS61.0
008890         UNTIL SUB-1 GREATER THAN DATASET-COUNT.                  CCVS61.0
008900     MOVE "/*" TO IMAGE-CARD.                                     CCVS61.0
008910     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
008920 WRITE-RETIRE-DECK-EXIT. EXIT.                                    CCVS61.0
008930 WRITE-DELETE-COMMAND.                                            CCVS61.0
008940     IF DS-FOUND-SW (SUB-1) NOT EQUAL TO "Y"                      CCVS61.0
008950         GO TO WRITE-DELETE-COMMAND-EXIT.                         CCVS61.0
008960     PERFORM BUILD-DATASET-NAME.                                  CCVS61.0
008970     MOVE SPACE TO IMAGE-CARD.                                    CCVS61.0
008980     IF DS-KEY-LENGTH (SUB-1) EQUAL TO ZERO                       CCVS61.0
008990         STRING " DELETE '" DELIMITED BY SIZE                     CCVS61.0
009000             DSN-WORK DELIMITED BY SPACE                          CCVS61.0
009010             "'" DELIMITED BY SIZE INTO IMAGE-CARD                CCVS61.0
009020     ELSE                                                         CCVS61.0
009030         STRING " DELETE '" DELIMITED BY SIZE                     CCVS61.0
009040             DSN-WORK DELIMITED BY SPACE                          CCVS61.0
009050             "' CLUSTER" DELIMITED BY SIZE INTO IMAGE-CARD.       CCVS61.0
009060     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
009070 WRITE-DELETE-COMMAND-EXIT. EXIT.                                 CCVS61.0
009080 WRITE-DECK-COMMENT.                                              CCVS61.0
009090     MOVE DECK-COMMENT-CARD TO IMAGE-CARD.                        CCVS61.0
009100     PERFORM WRITE-DECK-CARD.                                     CCVS61.0
009110 WRITE-DECK-CARD.                                                 CCVS61.0
009120     MOVE IMAGE-CARD TO ALLOCATION-DECK-REC.                      CCVS61.0
009130     WRITE ALLOCATION-DECK-REC.                                   CCVS61.0
009140     ADD 1 TO DECK-CARD-COUNT.                                    CCVS61.0
009150*    THE NEW STEP MIRRORS THE SUITE'S FIRST TEST STEP.  IN A      CCVS61.0
009160*    STREAM CLONE THE SUMMARY, ALERT AND JOURNAL DATASET NAMES    CCVS61.0
009170*    MUST BE CHANGED TO THE CLONE'S STREAM-QUALIFIED ONES.        CCVS61.0
009172*    ITS OWN TEST-CASE FILE IS NOT SEALED BY STEP0, SO ITS SEAL   CCVS61.0
009174*    DD IS DUMMY AND THE CHECK IS REPORTED AS NOT MADE.           CCVS61.0
009180 WRITE-JCL-IMAGES.                                                CCVS61.0
009190     IF RQ-RETIRE                                                 CCVS61.0
009200         PERFORM WRITE-RETIRE-IMAGES                              CCVS61.0
009210     ELSE                                                         CCVS61.0
009220         PERFORM WRITE-ADD-IMAGES.                                CCVS61.0
009230 WRITE-ADD-IMAGES.                                                CCVS61.0
009240     MOVE SPACE TO DC-TEXT.                                       CCVS61.0
009250     STRING "ADD TO CCVSRUN AFTER THE LAST STEP OF STREAM "       CCVS61.0
009260         TARGET-STREAM-ID ", BEFORE STEPRPT:" DELIMITED BY SIZE   CCVS61.0
009270         INTO DC-TEXT.                                            CCVS61.0
009280     PERFORM WRITE-IMAGE-COMMENT.                                 CCVS61.0
009290     MOVE "IN A STREAM CLONE USE THE CLONE'S SUMMARY, ALERT AND"  CCVS61.0
009300         TO DC-TEXT.                                              CCVS61.0
009310     PERFORM WRITE-IMAGE-COMMENT.                                 CCVS61.0
009320     MOVE "JOURNAL DATASETS." TO DC-TEXT.                         CCVS61.0
009330     PERFORM WRITE-IMAGE-COMMENT.                                 CCVS61.0
009340     MOVE SPACE TO IMAGE-CARD.                                    CCVS61.0
009350     STRING "//" TARGET-STEP-NAME " EXEC PGM=" DELIMITED BY SIZE  CCVS61.0
009360         RQ-PGM-ID DELIMITED BY SPACE                             CCVS61.0
009370         ",COND=((8,LE,STEP0),(8,LE,STEP0R)," DELIMITED BY SIZE   CCVS61.0
009380         INTO IMAGE-CARD.                                         CCVS61.0
009390     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
009400     MOVE "//             (8,LE,STEP0Q),(8,LE,STEPLCK))"          CCVS61.0
009410         TO IMAGE-CARD.                                           CCVS61.0
009420     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
009430     MOVE SPACE TO IMAGE-CARD.                                    CCVS61.0
009440     STRING "//XXXXX056 DD   DSN=CCVS.RUN.SUMMARY,"               CCVS61.0
009450         "DISP=(MOD,CATLG,CATLG)," DELIMITED BY SIZE              CCVS61.0
009460         INTO IMAGE-CARD.                                         CCVS61.0
009470     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
009480     MOVE "//             UNIT=SYSDA,SPACE=(TRK,(1,1))"           CCVS61.0
009490         TO IMAGE-CARD.                                           CCVS61.0
009500     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
009510     MOVE "XXXXX058" TO IMAGE-DD-NAME.                            CCVS61.0
009520     MOVE 1 TO SUB-1.                                             CCVS61.0
009530     MOVE "DISP=SHR" TO IMAGE-DISP.                               CCVS61.0
009540     PERFORM WRITE-DATASET-DD-IMAGE.                              CCVS61.0
009542     MOVE "//XXXXX162 DD   DUMMY" TO IMAGE-CARD.                  CCVS61.0
009544     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
009550     MOVE "XXXXX059" TO IMAGE-DD-NAME.                            CCVS61.0
009560     MOVE 6 TO SUB-1.                                             CCVS61.0
009570     MOVE "DISP=(NEW,CATLG,DELETE)," TO IMAGE-DISP.               CCVS61.0
009580     PERFORM WRITE-DATASET-DD-IMAGE.                              CCVS61.0
009590     MOVE "//             UNIT=SYSDA,SPACE=(TRK,(5,5)),"          CCVS61.0
009600         TO IMAGE-CARD.                                           CCVS61.0
009610     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
009620     MOVE "//             DCB=(RECFM=FB,LRECL=250,BLKSIZE=2500)"  CCVS61.0
009630         TO IMAGE-CARD.                                           CCVS61.0
009640     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
009650     MOVE "XXXXX060" TO IMAGE-DD-NAME.                            CCVS61.0
009660     MOVE 2 TO SUB-1.                                             CCVS61.0
009670     MOVE "DISP=SHR" TO IMAGE-DISP.                               CCVS61.0
009680     PERFORM WRITE-DATASET-DD-IMAGE.                              CCVS61.0
009690     MOVE SPACE TO IMAGE-CARD.                                    CCVS61.0
009700     STRING "//XXXXX061 DD   DSN=CCVS.RUN.ALERT,"                 CCVS61.0
009710         "DISP=(MOD,CATLG,CATLG)," DELIMITED BY SIZE              CCVS61.0
009720         INTO IMAGE-CARD.                                         CCVS61.0
009730     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
009740     MOVE "//             UNIT=SYSDA,SPACE=(TRK,(1,1))"           CCVS61.0
009750         TO IMAGE-CARD.                                           CCVS61.0
009760     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
009770     MOVE "XXXXX062" TO IMAGE-DD-NAME.                            CCVS61.0
009780     MOVE 4 TO SUB-1.                                             CCVS61.0
009790     PERFORM WRITE-DATASET-DD-IMAGE.                              CCVS61.0
009800     MOVE "XXXXX063" TO IMAGE-DD-NAME.                            CCVS61.0
009810     MOVE 3 TO SUB-1.                                             CCVS61.0
009820     PERFORM WRITE-DATASET-DD-IMAGE.                              CCVS61.0
009830     MOVE "XXXXX066" TO IMAGE-DD-NAME.                            CCVS61.0
009840     MOVE 5 TO SUB-1.                                             CCVS61.0
009850     PERFORM WRITE-DATASET-DD-IMAGE.                              CCVS61.0
009860     MOVE "//XXXXX107 DD   DSN=CCVS.RUN.TICKETNO,DISP=SHR"        CCVS61.0
009870         TO IMAGE-CARD.                                           CCVS61.0
009880     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
009890     MOVE "//XXXXX120 DD   DSN=CCVS.K6SCA.QUARANTINE,DISP=SHR"    CCVS61.0
009900         TO IMAGE-CARD.                                           CCVS61.0
009910     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
009920     MOVE SPACE TO IMAGE-CARD.                                    CCVS61.0
009930     STRING "//XXXXX115 DD   DSN=CCVS.REPORT.CATALOG,"            CCVS61.0
009940         "DISP=(MOD,CATLG,CATLG)," DELIMITED BY SIZE              CCVS61.0
009950         INTO IMAGE-CARD.                                         CCVS61.0
009960     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
009970     MOVE "//             UNIT=SYSDA,SPACE=(TRK,(1,1)),"          CCVS61.0
009980         TO IMAGE-CARD.                                           CCVS61.0
009990     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010000     MOVE "//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)"    CCVS61.0
010010         TO IMAGE-CARD.                                           CCVS61.0
010020     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010030     MOVE SPACE TO IMAGE-CARD.                                    CCVS61.0
010040     STRING "//XXXXX064 DD   DSN=CCVS.RUN.JOURNAL,"               CCVS61.0
010050         "DISP=(MOD,CATLG,CATLG)," DELIMITED BY SIZE              CCVS61.0
010060         INTO IMAGE-CARD.                                         CCVS61.0
010070     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010080     MOVE "//             UNIT=SYSDA,SPACE=(TRK,(5,5)),"          CCVS61.0
010090         TO IMAGE-CARD.                                           CCVS61.0
010100     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010110     MOVE "//             DCB=(RECFM=FB,LRECL=200,BLKSIZE=2000)"  CCVS61.0
010120         TO IMAGE-CARD.                                           CCVS61.0
010130     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010140     MOVE "//XXXXX065 DD   *" TO IMAGE-CARD.                      CCVS61.0
010150     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010160     IF PARM-CARD-COUNT EQUAL TO ZERO                             CCVS61.0
010170         PERFORM SUPPLY-DEFAULT-PARAMETERS.                       CCVS61.0
010180     PERFORM WRITE-PARAMETER-IMAGE                                CCVS61.0
010190         VARYING SUB-1 FROM 1 BY 1                                CCVS61.0
010200         UNTIL SUB-1 GREATER THAN PARM-CARD-COUNT.                CCVS61.0
010210     MOVE "/*" TO IMAGE-CARD.                                     CCVS61.0
010220     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010230     MOVE "//XXXXX129 DD   DSN=CCVS.SUITE.RUNSTATE,DISP=SHR"      CCVS61.0
010240         TO IMAGE-CARD.                                           CCVS61.0
010250     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010260     MOVE "//XXXXX134 DD   DSN=CCVS.RUN.LEDGER,DISP=MOD"          CCVS61.0
010270         TO IMAGE-CARD.                                           CCVS61.0
010280     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010290     MOVE "//SYSOUT   DD   SYSOUT=*" TO IMAGE-CARD.               CCVS61.0
010300     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010310     MOVE "ADD TO THE XXXXX059 CONCATENATION IN STEPMRG:"         CCVS61.0
010320         TO DC-TEXT.                                              CCVS61.0
010330     PERFORM WRITE-IMAGE-COMMENT.                                 CCVS61.0
010340     PERFORM WRITE-MERGE-DD-IMAGE.                                CCVS61.0
010350 WRITE-RETIRE-IMAGES.                                             CCVS61.0
010360     MOVE SPACE TO DC-TEXT.                                       CCVS61.0
010370     STRING "REMOVE FROM CCVSRUN STEP " DELIMITED BY SIZE         CCVS61.0
010380         TARGET-STEP-NAME DELIMITED BY SPACE                      CCVS61.0
010390         " (EXEC PGM=" DELIMITED BY SIZE                          CCVS61.0
010400         RQ-PGM-ID DELIMITED BY SPACE                             CCVS61.0
010410         ")" DELIMITED BY SIZE INTO DC-TEXT.                      CCVS61.0
010420     PERFORM WRITE-IMAGE-COMMENT.                                 CCVS61.0
010430     MOVE "WITH ALL OF ITS DD STATEMENTS, AND THIS LINE FROM THE" CCVS61.0
010440         TO DC-TEXT.                                              CCVS61.0
010450     PERFORM WRITE-IMAGE-COMMENT.                                 CCVS61.0
010460     MOVE "XXXXX059 CONCATENATION IN STEPMRG:"                    CCVS61.0
010470         TO DC-TEXT.                                              CCVS61.0
010480     PERFORM WRITE-IMAGE-COMMENT.                                 CCVS61.0
010490     PERFORM WRITE-MERGE-DD-IMAGE.                                CCVS61.0
010500 WRITE-MERGE-DD-IMAGE.                                            CCVS61.0
010510     MOVE 6 TO SUB-1.                                             CCVS61.0
010520     PERFORM BUILD-DATASET-NAME.                                  CCVS61.0
010530     MOVE SPACE TO IMAGE-CARD.                                    CCVS61.0
010540     STRING "//         DD   DSN=" DELIMITED BY SIZE              CCVS61.0
010550         DSN-WORK DELIMITED BY SPACE                              CCVS61.0
010560         ",DISP=SHR" DELIMITED BY SIZE INTO IMAGE-CARD.           CCVS61.0
010570     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010580 WRITE-DATASET-DD-IMAGE.                                          CCVS61.0
010590     PERFORM BUILD-DATASET-NAME.                                  CCVS61.0
010600     MOVE SPACE TO IMAGE-CARD.                                    CCVS61.0
010610     STRING "//" IMAGE-DD-NAME " DD   DSN=" DELIMITED BY SIZE     CCVS61.0
010620         DSN-WORK DELIMITED BY SPACE                              CCVS61.0
010630         "," DELIMITED BY SIZE                                    CCVS61.0
010640         IMAGE-DISP DELIMITED BY SPACE INTO IMAGE-CARD.           CCVS61.0
010650     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010660*    THE FIRST TEST STEP'S CARDS ARE COPIED WITH STREAM-ID= SET TOCCVS61.0
010670*    THE NEW PROGRAM'S STREAM.  WITHOUT THEM THE SHIPPED SETTINGS CCVS61.0
010680*    ARE USED AND THE COMPILER-RELEASE= CARD IS ADDED BY HAND.    CCVS61.0
010690 SUPPLY-DEFAULT-PARAMETERS.                                       CCVS61.0
010700     MOVE "PARAMETER CARDS NOT FOUND IN SUITE JCL - DEFAULTS USED"CCVS61.0
010710         TO MS-TEXT.                                              CCVS61.0
010720     PERFORM WRITE-MESSAGE-LINE.                                  CCVS61.0
010730     MOVE "MACHINE-FORMAT=C" TO PARM-CARD (1).                    CCVS61.0
010740     MOVE "RERUN-FAILED-ONLY=N" TO PARM-CARD (2).                 CCVS61.0
010750     MOVE "ERROR-THRESHOLD=010" TO PARM-CARD (3).                 CCVS61.0
010760     MOVE "STREAM-ID=A" TO PARM-CARD (4).                         CCVS61.0
010770     MOVE 4 TO PARM-CARD-COUNT.                                   CCVS61.0
010780 WRITE-PARAMETER-IMAGE.                                           CCVS61.0
010790     MOVE PARM-CARD (SUB-1) TO PARM-CARD-HOLD.                    CCVS61.0
010800     IF PH-KEYWORD EQUAL TO "STREAM-ID="                          CCVS61.0
010810         MOVE TARGET-STREAM-ID TO PH-VALUE.                       CCVS61.0
010820     MOVE PARM-CARD-HOLD TO IMAGE-CARD.                           CCVS61.0
010830     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010840 WRITE-IMAGE-COMMENT.                                             CCVS61.0
010850     MOVE DECK-COMMENT-CARD TO IMAGE-CARD.                        CCVS61.0
010860     PERFORM WRITE-JCL-IMAGE.                                     CCVS61.0
010870 WRITE-JCL-IMAGE.                                                 CCVS61.0
010880     MOVE IMAGE-CARD TO JCL-IMAGE-REC.                            CCVS61.0
010890     WRITE JCL-IMAGE-REC.                                         CCVS61.0
010900     ADD 1 TO JCL-IMAGE-COUNT.                                    CCVS61.0
010910*    EACH ITEM IS DONE WHEN IT IS PRESENT FOR AN ADD, OR ABSENT   CCVS61.0
010920*    FOR A RETIREMENT.  AN ITEM THAT COULD NOT BE CHECKED COUNTS  CCVS61.0
010930*    AS OUTSTANDING.                                              CCVS61.0
010940 PRINT-CHECKLIST.                                                 CCVS61.0
010950     MOVE SPACE TO SC-TEXT.                                       CCVS61.0
010960     MOVE "CHECKLIST AS FOUND NOW" TO SC-TEXT.                    CCVS61.0
010970     PERFORM WRITE-SECTION-LINE.                                  CCVS61.0
010980     MOVE CHECK-HEADING-LINE TO CHECKLIST-REPORT-REC.             CCVS61.0
010990     PERFORM WRITE-REPORT-LINE.                                   CCVS61.0
011000     PERFORM CHECK-ROSTER-ITEM.                                   CCVS61.0
011010     PERFORM CHECK-ROUTING-ITEM.                                  CCVS61.0
011020     PERFORM CHECK-DATASET-ITEM THRU CHECK-DATASET-ITEM-EXIT      CCVS61.0
011030         VARYING SUB-1 FROM 1 BY 1                                CCVS61.0
011040         UNTIL SUB-1 GREATER THAN DATASET-COUNT.                  CCVS61.0
011050     PERFORM CHECK-STEP-ITEM.                                     CCVS61.0
011060     PERFORM CHECK-MERGE-ITEM.                                    CCVS61.0
011070     IF RQ-RETIRE                                                 CCVS61.0
011080         PERFORM CHECK-JOURNAL-ITEM.                              CCVS61.0
011090 CHECK-ROSTER-ITEM.                                               CCVS61.0
011100     MOVE "ROSTER ENTRY (CCVS.RUN.ROSTER)" TO CI-ITEM.            CCVS61.0
011110     MOVE SPACE TO CI-FOUND.                                      CCVS61.0
011120     MOVE "N" TO ITEM-STATE-SW.                                   CCVS61.0
011130     IF NOT ROSTER-FOUND                                          CCVS61.0
011140         MOVE "NOT ROSTERED" TO CI-FOUND                          CCVS61.0
011150     ELSE                                                         CCVS61.0
011160         STRING "STREAM " ROSTER-STREAM-ID " STEP "               CCVS61.0
011170             ROSTER-STEP-NAME                                     CCVS61.0
011180             DELIMITED BY SIZE INTO CI-FOUND                      CCVS61.0
011190         IF RQ-RETIRE                                             CCVS61.0
011200             OR (ROSTER-STREAM-ID EQUAL TO TARGET-STREAM-ID       CCVS61.0
011210             AND ROSTER-STEP-NAME EQUAL TO TARGET-STEP-NAME)      CCVS61.0
011220                 MOVE "Y" TO ITEM-STATE-SW.                       CCVS61.0
011230     PERFORM PRINT-CHECK-ITEM.                                    CCVS61.0
011240 CHECK-ROUTING-ITEM.                                              CCVS61.0
011250     MOVE "ROUTING ENTRY (CCVS.RUN.ROUTING)" TO CI-ITEM.          CCVS61.0
011260     MOVE SPACE TO CI-FOUND.                                      CCVS61.0
011270     MOVE "N" TO ITEM-STATE-SW.                                   CCVS61.0
011280     IF NOT ROUTING-FOUND                                         CCVS61.0
011290         MOVE "NOT IN ROUTING TABLE" TO CI-FOUND                  CCVS61.0
011300     ELSE                                                         CCVS61.0
011310         STRING ROUTING-TEAM " SEVERITY " ROUTING-SEVERITY        CCVS61.0
011320             DELIMITED BY SIZE INTO CI-FOUND                      CCVS61.0
011330         IF RQ-RETIRE                                             CCVS61.0
011340             OR (ROUTING-TEAM EQUAL TO TARGET-TEAM                CCVS61.0
011350             AND ROUTING-SEVERITY EQUAL TO TARGET-SEVERITY)       CCVS61.0
011360                 MOVE "Y" TO ITEM-STATE-SW.                       CCVS61.0
011370     PERFORM PRINT-CHECK-ITEM.                                    CCVS61.0
011380 CHECK-DATASET-ITEM.                                              CCVS61.0
011390     IF RQ-ADD                                                    CCVS61.0
011400         AND SUB-1 GREATER THAN STATE-DATASET-COUNT               CCVS61.0
011410             GO TO CHECK-DATASET-ITEM-EXIT.                       CCVS61.0
011420     PERFORM BUILD-DATASET-NAME.                                  CCVS61.0
011430     MOVE SPACE TO CI-ITEM.                                       CCVS61.0
011440     STRING "DATASET " DSN-WORK DELIMITED BY SIZE INTO CI-ITEM.   CCVS61.0
011450     MOVE DS-FOUND-SW (SUB-1) TO ITEM-STATE-SW.                   CCVS61.0
011460     IF ITEM-PRESENT                                              CCVS61.0
011470         MOVE "CATALOGED" TO CI-FOUND                             CCVS61.0
011480     ELSE                                                         CCVS61.0
011490         MOVE "NOT CATALOGED" TO CI-FOUND.                        CCVS61.0
011500     PERFORM PRINT-CHECK-ITEM.                                    CCVS61.0
011510 CHECK-DATASET-ITEM-EXIT. EXIT.                                   CCVS61.0
011520 CHECK-STEP-ITEM.                                                 CCVS61.0
011530     MOVE SPACE TO CI-ITEM.                                       CCVS61.0
011540     STRING "CCVSRUN STEP (EXEC PGM=" DELIMITED BY SIZE           CCVS61.0
011550         RQ-PGM-ID DELIMITED BY SPACE                             CCVS61.0
011560         ")" DELIMITED BY SIZE INTO CI-ITEM.                      CCVS61.0
011570     MOVE SPACE TO CI-FOUND.                                      CCVS61.0
011580     IF NOT JCL-MEMBER-READ                                       CCVS61.0
011590         MOVE "U" TO ITEM-STATE-SW                                CCVS61.0
011600         MOVE "SUITE JCL NOT READ" TO CI-FOUND                    CCVS61.0
011610     ELSE IF STEP-EXEC-FOUND                                      CCVS61.0
011620         MOVE "Y" TO ITEM-STATE-SW                                CCVS61.0
011630         STRING "STEP " FOUND-STEP-NAME DELIMITED BY SIZE         CCVS61.0
011640             INTO CI-FOUND                                        CCVS61.0
011650     ELSE                                                         CCVS61.0
011660         MOVE "N" TO ITEM-STATE-SW                                CCVS61.0
011670         MOVE "NO EXEC STATEMENT" TO CI-FOUND.                    CCVS61.0
011680     PERFORM PRINT-CHECK-ITEM.                                    CCVS61.0
011690 CHECK-MERGE-ITEM.                                                CCVS61.0
011700     MOVE "MACHINE FILE IN STEPMRG CONCATENATION" TO CI-ITEM.     CCVS61.0
011710     IF NOT JCL-MEMBER-READ                                       CCVS61.0
011720         MOVE "U" TO ITEM-STATE-SW                                CCVS61.0
011730         MOVE "SUITE JCL NOT READ" TO CI-FOUND                    CCVS61.0
011740     ELSE IF MERGE-DD-FOUND                                       CCVS61.0
011750         MOVE "Y" TO ITEM-STATE-SW                                CCVS61.0
011760         MOVE "CONCATENATED" TO CI-FOUND                          CCVS61.0
011770     ELSE                                                         CCVS61.0
011780         MOVE "N" TO ITEM-STATE-SW                                CCVS61.0
011790         MOVE "NOT CONCATENATED" TO CI-FOUND.                     CCVS61.0
011800     PERFORM PRINT-CHECK-ITEM.                                    CCVS61.0
011810 CHECK-JOURNAL-ITEM.                                              CCVS61.0
011820     MOVE "RECORDS ON THE LIVE RESULT JOURNAL" TO CI-ITEM.        CCVS61.0
011830     IF NOT JOURNAL-READ                                          CCVS61.0
011840         MOVE "U" TO ITEM-STATE-SW                                CCVS61.0
011850         MOVE "JOURNAL NOT READ" TO CI-FOUND                      CCVS61.0
011860     ELSE IF JOURNAL-PGM-COUNT GREATER THAN ZERO                  CCVS61.0
011870         MOVE "Y" TO ITEM-STATE-SW                                CCVS61.0
011880         MOVE JOURNAL-PGM-COUNT TO FC-COUNT                       CCVS61.0
011890         MOVE FOUND-COUNT-TEXT TO CI-FOUND                        CCVS61.0
011900     ELSE                                                         CCVS61.0
011910         MOVE "N" TO ITEM-STATE-SW                                CCVS61.0
011920         MOVE "NONE" TO CI-FOUND.                                 CCVS61.0
011930     PERFORM PRINT-CHECK-ITEM.                                    CCVS61.0
011940 PRINT-CHECK-ITEM.                                                CCVS61.0
011950     IF RQ-ADD                                                    CCVS61.0
011960         MOVE "PRESENT" TO CI-WANTED                              CCVS61.0
011970     ELSE                                                         CCVS61.0
011980         MOVE "ABSENT" TO CI-WANTED.                              CCVS61.0
011990     IF ITEM-UNKNOWN                                              CCVS61.0
012000         MOVE "NOT CHECKED" TO CI-STATUS                          CCVS61.0
012010         ADD 1 TO ITEM-OUTSTANDING-COUNT                          CCVS61.0
012020     ELSE IF (RQ-ADD AND ITEM-PRESENT)                            CCVS61.0
012030         OR (RQ-RETIRE AND ITEM-ABSENT)                           CCVS61.0
012040             MOVE "DONE" TO CI-STATUS                             CCVS61.0
012050             ADD 1 TO ITEM-DONE-COUNT                             CCVS61.0
012060     ELSE                                                         CCVS61.0
012070         MOVE "OUTSTANDING" TO CI-STATUS                          CCVS61.0
012080         ADD 1 TO ITEM-OUTSTANDING-COUNT.                         CCVS61.0
012090     MOVE CHECK-ITEM-LINE TO CHECKLIST-REPORT-REC.                CCVS61.0
012100     PERFORM WRITE-REPORT-LINE.                                   CCVS61.0
012110 PRINT-CHECKLIST-TOTALS.                                          CCVS61.0
012120     MOVE SPACE TO CHECKLIST-REPORT-REC.                          CCVS61.0
012130     PERFORM WRITE-REPORT-LINE.                                   CCVS61.0
012140     MOVE TRANS-WRITTEN-COUNT TO CT-COUNT.                        CCVS61.0
012150     MOVE "ROSTER/ROUTING TRANSACTIONS WRITTEN" TO CT-DESC.       CCVS61.0
012160     PERFORM WRITE-TOTAL-LINE.                                    CCVS61.0
012170     MOVE DECK-CARD-COUNT TO CT-COUNT.                            CCVS61.0
012180     MOVE "ALLOCATION DECK CARDS WRITTEN" TO CT-DESC.             CCVS61.0
012190     PERFORM WRITE-TOTAL-LINE.                                    CCVS61.0
012200     MOVE JCL-IMAGE-COUNT TO CT-COUNT.                            CCVS61.0
012210     MOVE "CCVSRUN JCL IMAGES WRITTEN" TO CT-DESC.                CCVS61.0
012220     PERFORM WRITE-TOTAL-LINE.                                    CCVS61.0
012230     IF JOURNAL-READ                                              CCVS61.0
012240         MOVE JOURNAL-READ-COUNT TO CT-COUNT                      CCVS61.0
012250         MOVE "LIVE JOURNAL RECORDS READ" TO CT-DESC              CCVS61.0
012260         PERFORM WRITE-TOTAL-LINE                                 CCVS61.0
012270         MOVE JOURNAL-KEPT-COUNT TO CT-COUNT                      CCVS61.0
012280         MOVE "RECORDS COPIED TO THE RETAINED JOURNAL" TO CT-DESC CCVS61.0
012290         PERFORM WRITE-TOTAL-LINE                                 CCVS61.0
012300         MOVE JOURNAL-PGM-COUNT TO CT-COUNT                       CCVS61.0
012310         MOVE "RECORDS OF THE RETIRED PROGRAM LEFT OUT" TO CT-DESCCCVS61.0
012320         PERFORM WRITE-TOTAL-LINE.                                CCVS61.0
012330     IF ROSTER-OVERFLOW-COUNT GREATER THAN ZERO                   CCVS61.0
012340         MOVE ROSTER-OVERFLOW-COUNT TO CT-COUNT                   CCVS61.0
012350         MOVE "ROSTER ENTRIES NOT COUNTED FOR STEPN - TABLE FULL" CCVS61.0
012360             TO CT-DESC                                           CCVS61.0
012370         PERFORM WRITE-TOTAL-LINE.                                CCVS61.0
012380     MOVE ITEM-DONE-COUNT TO CT-COUNT.                            CCVS61.0
012390     MOVE "CHECKLIST ITEMS DONE" TO CT-DESC.                      CCVS61.0
012400     PERFORM WRITE-TOTAL-LINE.                                    CCVS61.0
012410     MOVE ITEM-OUTSTANDING-COUNT TO CT-COUNT.                     CCVS61.0
012420     MOVE "CHECKLIST ITEMS OUTSTANDING" TO CT-DESC.               CCVS61.0
012430     PERFORM WRITE-TOTAL-LINE.                                    CCVS61.0
012440 WRITE-TOTAL-LINE.                                                CCVS61.0
012450     MOVE CHECKLIST-TOTAL-LINE TO CHECKLIST-REPORT-REC.           CCVS61.0
012460     PERFORM WRITE-REPORT-LINE.                                   CCVS61.0
012470 WRITE-SECTION-LINE.                                              CCVS61.0
012480     MOVE SPACE TO CHECKLIST-REPORT-REC.                          CCVS61.0
012490     PERFORM WRITE-REPORT-LINE.                                   CCVS61.0
012500     MOVE SECTION-LINE TO CHECKLIST-REPORT-REC.                   CCVS61.0
012510     PERFORM WRITE-REPORT-LINE.                                   CCVS61.0
012520 WRITE-MESSAGE-LINE.                                              CCVS61.0
012530     MOVE CHECKLIST-MESSAGE-LINE TO CHECKLIST-REPORT-REC.         CCVS61.0
012540     PERFORM WRITE-REPORT-LINE.                                   CCVS61.0
012550 WRITE-REPORT-LINE.                                               CCVS61.0
012560     WRITE CHECKLIST-REPORT-REC AFTER ADVANCING 1 LINES.          CCVS61.0
