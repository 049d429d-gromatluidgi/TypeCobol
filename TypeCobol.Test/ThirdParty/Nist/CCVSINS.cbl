000170*    PARAGRAPH'S HISTORY-DETAIL RECORD, SO THE VALUE ACCEPTED IS  CCVSN1.0
000180*    EXACTLY WHAT THE LAST RUN PRODUCED; A LATER RUN THAT         CCVSN1.0
000190*    PRODUCES A DIFFERENT VALUE RAISES A FRESH INSPT.  RUN THIS   CCVSN1.0
000194*    ON DEMAND FROM THE MAINTENANCE JOB.  REFUSES TO RUN (RC 20,  CCVSN1.0
000198*    NOTHING OPENED BUT THE REPORT) WHILE THE NIGHTLY OR WEEKLY   CCVSN1.0
000202*    JOB HOLDS THE SUITE LOCK IN CCVS.SUITE.RUNSTATE.             CCVSN1.0
000206*    A RUN-STATE FILE THAT CANNOT BE READ COUNTS AS HELD (RC 20). CCVSN1.0
000210 ENVIRONMENT DIVISION.                                            CCVSN1.0
000220 INPUT-OUTPUT SECTION.                                            CCVSN1.0
000230 FILE-CONTROL.                                                    CCVSN1.0
000350     XXXXX087.                                                    CCVSN1.0
000360     SELECT VERDICT-REPORT-FILE ASSIGN TO                         CCVSN1.0
000370     XXXXX088.                                                    CCVSN1.0
000372     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSN1.0
000374     XXXXX129                                                     CCVSN1.0
000376     FILE STATUS IS RUN-STATE-STATUS.                             CCVSN1.0
000380 DATA DIVISION.                                                   CCVSN1.0
000390 FILE SECTION.                                                    CCVSN1.0
000400 FD  HISTORY-DETAIL-FILE.                                         CCVSN1.0
000670     02 FILLER                PIC X(35).                          CCVSN1.0
000680 FD  VERDICT-REPORT-FILE.                                         CCVSN1.0
000690 01  VERDICT-REPORT-REC                 PIC X(120).               CCVSN1.0
000691 FD  RUN-STATE-FILE.                                              CCVSN1.0
000692 01  RUN-STATE-REC.                                               CCVSN1.0
000693     02 RN-HOLDER             PIC X(8).                           CCVSN1.0
000694         88 RN-NOT-HELD       VALUE "NONE    " SPACE.             CCVSN1.0
000695         88 RN-BATCH-HELD     VALUE "NIGHTLY " "WEEKLY  ".        CCVSN1.0
000696     02 FILLER                PIC X.                              CCVSN1.0
000697     02 RN-SINCE-DATE         PIC 9(8).                           CCVSN1.0
000698     02 FILLER                PIC X.                              CCVSN1.0
000699     02 RN-SINCE-TIME         PIC 9(8).                           CCVSN1.0
000700     02 FILLER                PIC X(54).                          CCVSN1.0
000701 WORKING-STORAGE SECTION.                                         CCVSN1.0
000702 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSN1.0
000710 01  CARD-EOF-SW                        PIC X      VALUE "N".     CCVSN1.0
000720     88 CARD-EOF                                   VALUE "Y".     CCVSN1.0
000730 01  HISTORY-DETAIL-STATUS              PIC XX     VALUE SPACE.   CCVSN1.0
001030     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSN1.0
001040     02 VT-DESC            PIC X(40).                             CCVSN1.0
001050     02 FILLER PIC X(73) VALUE SPACE.                             CCVSN1.0
001051 01  SUITE-LOCKED-SW                    PIC X      VALUE "N".     CCVSN1.0
001052     88 SUITE-LOCKED                               VALUE "Y".     CCVSN1.0
001053 01  SUITE-LOCK-LINE.                                             CCVSN1.0
001054     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSN1.0
001055     02 FILLER PIC X(14) VALUE "SUITE HELD BY ".                  CCVSN1.0
001056     02 SK-HOLDER          PIC X(8).                              CCVSN1.0
001057     02 FILLER PIC X(7)  VALUE " SINCE ".                         CCVSN1.0
001058     02 SK-SINCE-DATE      PIC 9(8).                              CCVSN1.0
001059     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSN1.0
001060     02 SK-SINCE-TIME      PIC 9(8).                              CCVSN1.0
001061     02 FILLER PIC X(35)                                          CCVSN1.0
001062         VALUE " - NOTHING PROCESSED (RC 20)".                    CCVSN1.0
001063     02 FILLER PIC X(38) VALUE SPACE.                             CCVSN1.0
001064 PROCEDURE DIVISION.                                              CCVSN1.0
001070 CCVSINS-MAIN SECTION.                                            CCVSN1.0
001080 OPEN-FILES.                                                      CCVSN1.0
001090     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSN1.0
001100     OPEN OUTPUT VERDICT-REPORT-FILE.                             CCVSN1.0
001110     PERFORM PRINT-REPORT-HEADING.                                CCVSN1.0
001112     PERFORM CHECK-SUITE-LOCK THRU CHECK-SUITE-LOCK-EXIT.         CCVSN1.0
001114     IF SUITE-LOCKED                                              CCVSN1.0
001116         GO TO SUITE-LOCK-REFUSED.                                CCVSN1.0
001120     OPEN INPUT HISTORY-DETAIL-FILE.                              CCVSN1.0
001130     OPEN I-O INSPECT-DISPOSITION-FILE.                           CCVSN1.0
001140     IF INSPECT-DISP-STATUS EQUAL TO "35"                         CCVSN1.0
001240     CLOSE HISTORY-DETAIL-FILE INSPECT-DISPOSITION-FILE           CCVSN1.0
001250           VERDICT-CARD-FILE VERDICT-REPORT-FILE.                 CCVSN1.0
001260     STOP RUN.                                                    CCVSN1.0
001261*    THE NIGHTLY AND WEEKLY JOBS HOLD THE HISTORY FILES WHILE     CCVSN1.0
001262*    THEY RUN.  WHILE EITHER HOLDS THE SUITE LOCK NOTHING IS      CCVSN1.0
001263*    OPENED BUT THE REPORT, AND THE STEP ENDS RETURN CODE 20.     CCVSN1.0
001264 SUITE-LOCK-REFUSED.                                              CCVSN1.0
001265     MOVE RN-HOLDER TO SK-HOLDER.                                 CCVSN1.0
001266     MOVE RN-SINCE-DATE TO SK-SINCE-DATE.                         CCVSN1.0
001267     MOVE RN-SINCE-TIME TO SK-SINCE-TIME.                         CCVSN1.0
001268     MOVE SUITE-LOCK-LINE TO VERDICT-REPORT-REC.                  CCVSN1.0
001269     PERFORM WRITE-REPORT-LINE.                                   CCVSN1.0
001270     MOVE 20 TO RETURN-CODE.                                      CCVSN1.0
001271     CLOSE VERDICT-REPORT-FILE.                                   CCVSN1.0
001272     STOP RUN.                                                    CCVSN1.0
001273 CHECK-SUITE-LOCK.                                                CCVSN1.0
001274     MOVE "N" TO SUITE-LOCKED-SW.                                 CCVSN1.0
001275     OPEN INPUT RUN-STATE-FILE.                                   CCVSN1.0
001276     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSN1.0
001277         GO TO CHECK-SUITE-LOCK-UNKNOWN.                          CCVSN1.0
001278     READ RUN-STATE-FILE                                          CCVSN1.0
001279         AT END MOVE "NONE" TO RN-HOLDER.                         CCVSN1.0
001280     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSN1.0
001281         AND RUN-STATE-STATUS NOT EQUAL TO "10"                   CCVSN1.0
001282             CLOSE RUN-STATE-FILE                                 CCVSN1.0
001283             GO TO CHECK-SUITE-LOCK-UNKNOWN.                      CCVSN1.0
001284     IF RN-BATCH-HELD                                             CCVSN1.0
001285         SET SUITE-LOCKED TO TRUE.                                CCVSN1.0
001286     CLOSE RUN-STATE-FILE.                                        CCVSN1.0
001287     GO TO CHECK-SUITE-LOCK-EXIT.                                 CCVSN1.0
001288*    A RUN-STATE FILE THAT CANNOT BE OPENED OR READ LEAVES THE    CCVSN1.0
001289*    LOCK STATE UNKNOWN, WHICH IS TREATED AS HELD.                CCVSN1.0
001290 CHECK-SUITE-LOCK-UNKNOWN.                                        CCVSN1.0
001291     DISPLAY "CCVSINS: RUN-STATE FILE NOT READ, STATUS "          CCVSN1.0
001292         RUN-STATE-STATUS.                                        CCVSN1.0
001293     MOVE "UNKNOWN" TO RN-HOLDER.                                 CCVSN1.0
001294     MOVE ZERO TO RN-SINCE-DATE RN-SINCE-TIME.                    CCVSN1.0
001295     SET SUITE-LOCKED TO TRUE.                                    CCVSN1.0
001296 CHECK-SUITE-LOCK-EXIT. EXIT.                                     CCVSN1.0
001297 READ-VERDICT-CARD.                                               CCVSN1.0
001298     READ VERDICT-CARD-FILE                                       CCVSN1.0
001299         AT END SET CARD-EOF TO TRUE.                             CCVSN1.0
001300 APPLY-VERDICT-CARD.                                              CCVSN1.0
001310     MOVE VC-TEST-ID TO VL-TEST-ID.                               CCVSN1.0
001320     MOVE VC-PAR-NAME TO VL-PAR-NAME.                             CCVSN1.0
