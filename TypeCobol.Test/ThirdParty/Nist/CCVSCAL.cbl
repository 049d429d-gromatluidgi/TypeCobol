000100 IDENTIFICATION DIVISION.                                         CCVS31.0
000110 PROGRAM-ID. CCVSCAL.                                             CCVS31.0
000120*    DERIVES THE WEEKLY JOB'S DATE AND RETENTION CONTROL CARDS    CCVS31.0
000130*    FROM THE SHOP PROCESSING CALENDAR (CCVS.SHOP.CALENDAR), SO   CCVS31.0
000140*    THEY NO LONGER HAVE TO BE SET BY HAND EACH WEEK.  THE        CCVS31.0
000150*    CALENDAR HOLDS ONE W RECORD PER FISCAL WEEK (FISCAL YEAR     CCVS31.0
000160*    AND WEEK, FIRST AND LAST DATE, IN DATE ORDER) AND R RECORDS  CCVS31.0
000170*    FOR THE RETENTION RULES:                                     CCVS31.0
000180*        RETAIN-WEEKS      WHOLE FISCAL WEEKS KEPT ON THE LIVE    CCVS31.0
000190*                          SUMMARY AND JOURNAL BEHIND THE CURRENT CCVS31.0
000200*                          WEEK (AT LEAST 1)                      CCVS31.0
000210*        STABILITY-NIGHTS  NIGHTS THE CUTOFF MUST STAY BEHIND THE CCVS31.0
000220*                          RUN DATE SO THE STABILITY WINDOW IS    CCVS31.0
000230*                          COVERED                                CCVS31.0
000240*        AGE-NIGHTS        INSPT AGING LIMIT FOR CCVSAGE          CCVS31.0
000250*        RETAIN-DAYS       PRINT/DIGEST RETENTION FOR CCVSRET     CCVS31.0
000260*        FAIL-RETAIN-DAYS  FAILURE-NIGHT RETENTION FOR CCVSRET    CCVS31.0
000270*    THE CURRENT WEEK IS THE ONE CONTAINING THE RUN DATE (TODAY,  CCVS31.0
000280*    OR A RUN-DATE=YYYYMMDD CARD) AND THE PRIOR WEEK THE ONE      CCVS31.0
000290*    BEFORE IT.  THE CUTOFF IS THE FIRST DATE OF THE WEEK         CCVS31.0
000300*    RETAIN-WEEKS BEFORE THE CURRENT ONE.  CARDS ARE WRITTEN FOR  CCVS31.0
000310*    CCVSHKP (CUTOFF-DATE=), CCVSWKY (THE FOUR WEEK BOUNDARIES),  CCVS31.0
000320*    CCVSAGE (AGE-NIGHTS=) AND CCVSRET (RETAIN-DAYS=,             CCVS31.0
000330*    FAIL-RETAIN-DAYS=).                                          CCVS31.0
000340*    A RULE MISSING FROM THE CALENDAR TAKES THE SHIPPED VALUE (RC CCVS31.0
000350*    4).  NO CARDS ARE WRITTEN, AND THE STEPS THAT USE THEM ARE   CCVS31.0
000356*    HELD, WHEN THE CALENDAR HAS A BAD RECORD, SUCH AS A WEEK     CCVS31.0
000362*    DATE WHOSE DAY IS NOT IN ITS MONTH (RC 8), WHEN IT HAS       CCVS31.0
000370*    NO ENTRY FOR THIS WEEK, THE PRIOR WEEK OR THE CUTOFF WEEK, ORCCVS31.0
000380*    THE CUTOFF WOULD BREAK THE STABILITY-WINDOW RULE (RC 12), OR CCVS31.0
000390*    WHEN THERE IS NO CALENDAR (RC 16).                           CCVS31.0
000400 ENVIRONMENT DIVISION.                                            CCVS31.0
000410 INPUT-OUTPUT SECTION.                                            CCVS31.0
000420 FILE-CONTROL.                                                    CCVS31.0
000430     SELECT CALENDAR-FILE ASSIGN TO                               CCVS31.0
000440     XXXXX144                                                     CCVS31.0
000450     FILE STATUS IS CALENDAR-STATUS.                              CCVS31.0
000460     SELECT CONTROL-CARD-FILE ASSIGN TO                           CCVS31.0
000470     XXXXX145.                                                    CCVS31.0
000480     SELECT HKP-CARD-FILE ASSIGN TO                               CCVS31.0
000490     XXXXX146.                                                    CCVS31.0
000500     SELECT WKY-CARD-FILE ASSIGN TO                               CCVS31.0
000510     XXXXX147.                                                    CCVS31.0
000520     SELECT AGE-CARD-FILE ASSIGN TO                               CCVS31.0
000530     XXXXX148.                                                    CCVS31.0
000540     SELECT RET-CARD-FILE ASSIGN TO                               CCVS31.0
000550     XXXXX149.                                                    CCVS31.0
000560     SELECT CALENDAR-REPORT-FILE ASSIGN TO                        CCVS31.0
000570     XXXXX150.                                                    CCVS31.0
000580 DATA DIVISION.                                                   CCVS31.0
000590 FILE SECTION.                                                    CCVS31.0
000600 FD  CALENDAR-FILE.                                               CCVS31.0
000610 01  CALENDAR-REC.                                                CCVS31.0
000620     02 CL-REC-TYPE           PIC X.                              CCVS31.0
000630         88 CL-WEEK-ENTRY     VALUE "W".                          CCVS31.0
000640         88 CL-RULE-ENTRY     VALUE "R".                          CCVS31.0
000650         88 CL-COMMENT        VALUE "*" SPACE.                    CCVS31.0
000660     02 FILLER                PIC X.                              CCVS31.0
000670     02 CL-FISCAL-YEAR        PIC 9(4).                           CCVS31.0
000680     02 CL-FISCAL-WEEK        PIC 99.                             CCVS31.0
000690     02 FILLER                PIC X.                              CCVS31.0
000700     02 CL-WEEK-START         PIC 9(8).                           CCVS31.0
000710     02 FILLER                PIC X.                              CCVS31.0
000720     02 CL-WEEK-END           PIC 9(8).                           CCVS31.0
000730     02 FILLER                PIC X(54).                          CCVS31.0
000740 01  CALENDAR-RULE-REC.                                           CCVS31.0
000750     02 FILLER                PIC XX.                             CCVS31.0
000760     02 CL-RULE-NAME          PIC X(16).                          CCVS31.0
000770     02 FILLER                PIC X.                              CCVS31.0
000780     02 CL-RULE-VALUE         PIC 999.                            CCVS31.0
000790     02 FILLER                PIC X(58).                          CCVS31.0
000800 FD  CONTROL-CARD-FILE.                                           CCVS31.0
000810 01  CONTROL-CARD.                                                CCVS31.0
000820     02 CC-RUN-DATE-KEY       PIC X(9).                           CCVS31.0
000830     02 CC-RUN-DATE           PIC 9(8).                           CCVS31.0
000840     02 FILLER                PIC X(63).                          CCVS31.0
000850 FD  HKP-CARD-FILE.                                               CCVS31.0
000860 01  HKP-CARD                           PIC X(80).                CCVS31.0
000870 FD  WKY-CARD-FILE.                                               CCVS31.0
000880 01  WKY-CARD                           PIC X(80).                CCVS31.0
000890 FD  AGE-CARD-FILE.                                               CCVS31.0
000900 01  AGE-CARD                           PIC X(80).                CCVS31.0
000910 FD  RET-CARD-FILE.                                               CCVS31.0
000920 01  RET-CARD                           PIC X(80).                CCVS31.0
000930 FD  CALENDAR-REPORT-FILE.                                        CCVS31.0
000940 01  CALENDAR-REPORT-REC                PIC X(120).               CCVS31.0
000950 WORKING-STORAGE SECTION.                                         CCVS31.0
000960 01  CALENDAR-STATUS                    PIC XX     VALUE SPACE.   CCVS31.0
000970 01  CALENDAR-EOF-SW                    PIC X      VALUE "N".     CCVS31.0
000980     88 CALENDAR-EOF                               VALUE "Y".     CCVS31.0
000990 01  CONTROL-EOF-SW                     PIC X      VALUE "N".     CCVS31.0
001000     88 CONTROL-EOF                                VALUE "Y".     CCVS31.0
001010 01  RUN-DATE                           PIC 9(8)   VALUE ZERO.    CCVS31.0
001020 01  CALENDAR-ERROR-COUNT               PIC 9(4)   VALUE ZERO.    CCVS31.0
001030 01  DEFAULT-RULE-COUNT                 PIC 9(4)   VALUE ZERO.    CCVS31.0
001040 01  REFUSAL-COUNT                      PIC 9(4)   VALUE ZERO.    CCVS31.0
001050 01  RETAIN-WEEKS                       PIC 999    VALUE ZERO.    CCVS31.0
001060 01  STABILITY-NIGHTS                   PIC 999    VALUE ZERO.    CCVS31.0
001070 01  AGE-NIGHTS                         PIC 999    VALUE ZERO.    CCVS31.0
001080 01  RETAIN-DAYS                        PIC 999    VALUE ZERO.    CCVS31.0
001090 01  FAIL-RETAIN-DAYS                   PIC 999    VALUE ZERO.    CCVS31.0
001100 01  WEEK-COUNT                         PIC S9(4) COMP VALUE 0.   CCVS31.0
001110 01  WEEK-TABLE.                                                  CCVS31.0
001120     02 WEEK-ENTRY OCCURS 521 TIMES.                              CCVS31.0
001130         03 WK-FISCAL-YEAR    PIC 9(4).                           CCVS31.0
001140         03 WK-FISCAL-WEEK    PIC 99.                             CCVS31.0
001150         03 WK-START          PIC 9(8).                           CCVS31.0
001160         03 WK-END            PIC 9(8).                           CCVS31.0
001170 01  WEEK-SUB                           PIC S9(4) COMP VALUE 0.   CCVS31.0
001180 01  CURR-SUB                           PIC S9(4) COMP VALUE 0.   CCVS31.0
001190 01  PRIOR-SUB                          PIC S9(4) COMP VALUE 0.   CCVS31.0
001200 01  CUTOFF-SUB                         PIC S9(4) COMP VALUE 0.   CCVS31.0
001210 01  CUTOFF-DATE                        PIC 9(8)   VALUE ZERO.    CCVS31.0
001220 01  NIGHTS-KEPT                        PIC S9(7)  VALUE ZERO.    CCVS31.0
001230 01  RUN-DAY-NUMBER                     PIC 9(7)   VALUE ZERO.    CCVS31.0
001240 01  DATE-CHECK-WORK.                                             CCVS31.0
001250     02 DCW-YEAR              PIC 9(4).                           CCVS31.0
001260     02 DCW-MONTH             PIC 99.                             CCVS31.0
001270     02 DCW-DAY               PIC 99.                             CCVS31.0
001280 01  DATE-CHECK-NUMBER REDEFINES DATE-CHECK-WORK PIC 9(8).        CCVS31.0
001290 01  DATE-VALID-SW                      PIC X      VALUE "N".     CCVS31.0
001300     88 DATE-VALID                                 VALUE "Y".     CCVS31.0
001301 01  MONTH-LENGTHS.                                               CCVS31.0
001302     02 FILLER                PIC X(12)  VALUE "312831303130".    CCVS31.0
001303     02 FILLER                PIC X(12)  VALUE "313130313031".    CCVS31.0
001304 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTHS.                  CCVS31.0
001305     02 MONTH-LENGTH          PIC 99     OCCURS 12 TIMES.         CCVS31.0
001306 01  LAST-DAY-OF-MONTH                  PIC 99     VALUE ZERO.    CCVS31.0
001307 01  LEAP-QUOTIENT                      PIC 9(4)   VALUE ZERO.    CCVS31.0
001308 01  LEAP-REMAINDER                     PIC 9(3)   VALUE ZERO.    CCVS31.0
001310 01  CALC-YEAR                          PIC 9(5)   VALUE ZERO.    CCVS31.0
001320 01  CALC-MONTH                         PIC 99     VALUE ZERO.    CCVS31.0
001330 01  CALC-YEAR-4                        PIC 9(5)   VALUE ZERO.    CCVS31.0
001340 01  CALC-YEAR-100                      PIC 9(5)   VALUE ZERO.    CCVS31.0
001350 01  CALC-YEAR-400                      PIC 9(5)   VALUE ZERO.    CCVS31.0
001360 01  CALC-MONTH-DAYS                    PIC 9(5)   VALUE ZERO.    CCVS31.0
001370 01  DAY-NUMBER                         PIC 9(7)   VALUE ZERO.    CCVS31.0
001380 01  CUTOFF-CARD.                                                 CCVS31.0
001390     02 FILLER                PIC X(12)  VALUE "CUTOFF-DATE=".    CCVS31.0
001400     02 CO-CUTOFF-DATE        PIC 9(8).                           CCVS31.0
001410     02 FILLER                PIC X(60)  VALUE SPACE.             CCVS31.0
001420 01  CURR-START-CARD.                                             CCVS31.0
001430     02 FILLER                PIC X(16)  VALUE "CURR-WEEK-START=".CCVS31.0
001440     02 CS-DATE               PIC 9(8).                           CCVS31.0
001450     02 FILLER                PIC X(56)  VALUE SPACE.             CCVS31.0
001460 01  CURR-END-CARD.                                               CCVS31.0
001470     02 FILLER                PIC X(14)  VALUE "CURR-WEEK-END=".  CCVS31.0
001480     02 CE-DATE               PIC 9(8).                           CCVS31.0
001490     02 FILLER                PIC X(58)  VALUE SPACE.             CCVS31.0
001500 01  PRIOR-START-CARD.                                            CCVS31.0
001510     02 FILLER                PIC X(17)                           CCVS31.0
001520         VALUE "PRIOR-WEEK-START=".                               CCVS31.0
001530     02 PS-DATE               PIC 9(8).                           CCVS31.0
001540     02 FILLER                PIC X(55)  VALUE SPACE.             CCVS31.0
001550 01  PRIOR-END-CARD.                                              CCVS31.0
001560     02 FILLER                PIC X(15)  VALUE "PRIOR-WEEK-END=". CCVS31.0
001570     02 PE-DATE               PIC 9(8).                           CCVS31.0
001580     02 FILLER                PIC X(57)  VALUE SPACE.             CCVS31.0
001590 01  AGE-NIGHTS-CARD.                                             CCVS31.0
001600     02 FILLER                PIC X(11)  VALUE "AGE-NIGHTS=".     CCVS31.0
001610     02 AN-NIGHTS             PIC 999.                            CCVS31.0
001620     02 FILLER                PIC X(66)  VALUE SPACE.             CCVS31.0
001630 01  RETAIN-DAYS-CARD.                                            CCVS31.0
001640     02 FILLER                PIC X(12)  VALUE "RETAIN-DAYS=".    CCVS31.0
001650     02 RD-DAYS               PIC 999.                            CCVS31.0
001660     02 FILLER                PIC X(65)  VALUE SPACE.             CCVS31.0
001670 01  FAIL-RETAIN-CARD.                                            CCVS31.0
001680     02 FILLER                PIC X(17)                           CCVS31.0
001690         VALUE "FAIL-RETAIN-DAYS=".                               CCVS31.0
001700     02 FR-DAYS               PIC 999.                            CCVS31.0
001710     02 FILLER                PIC X(60)  VALUE SPACE.             CCVS31.0
001720 01  CALENDAR-HEADING.                                            CCVS31.0
001730     02 FILLER PIC X(20) VALUE SPACE.                             CCVS31.0
001740     02 FILLER PIC X(45)                                          CCVS31.0
001750         VALUE "CCVS WEEKLY DATE CARDS FROM SHOP CALENDAR".       CCVS31.0
001760     02 FILLER PIC X(11) VALUE "RUN DATE = ".                     CCVS31.0
001770     02 CH-RUN-DATE        PIC 9(8).                              CCVS31.0
001780     02 FILLER PIC X(36) VALUE SPACE.                             CCVS31.0
001790 01  WEEK-LINE.                                                   CCVS31.0
001800     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS31.0
001810     02 WL-DESC            PIC X(20).                             CCVS31.0
001820     02 FILLER PIC X(8)  VALUE "FISCAL  ".                        CCVS31.0
001830     02 WL-FISCAL-YEAR     PIC 9(4).                              CCVS31.0
001840     02 FILLER PIC X(1)  VALUE "/".                               CCVS31.0
001850     02 WL-FISCAL-WEEK     PIC 99.                                CCVS31.0
001860     02 FILLER PIC X(3)  VALUE SPACE.                             CCVS31.0
001870     02 WL-START           PIC 9(8).                              CCVS31.0
001880     02 FILLER PIC X(4)  VALUE " TO ".                            CCVS31.0
001890     02 WL-END             PIC 9(8).                              CCVS31.0
001900     02 FILLER PIC X(61) VALUE SPACE.                             CCVS31.0
001910 01  RULE-LINE.                                                   CCVS31.0
001920     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS31.0
001930     02 FILLER PIC X(6)  VALUE "RULE  ".                          CCVS31.0
001940     02 RL-NAME            PIC X(16).                             CCVS31.0
001950     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS31.0
001960     02 RL-VALUE           PIC ZZ9.                               CCVS31.0
001970     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS31.0
001980     02 RL-NOTE            PIC X(40) VALUE SPACE.                 CCVS31.0
001990     02 FILLER PIC X(51) VALUE SPACE.                             CCVS31.0
002000 01  CARD-ECHO-LINE.                                              CCVS31.0
002010     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS31.0
002020     02 FILLER PIC X(6)  VALUE "CARD  ".                          CCVS31.0
002030     02 CD-PROGRAM         PIC X(8).                              CCVS31.0
002040     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS31.0
002050     02 CD-CARD            PIC X(80).                             CCVS31.0
002060     02 FILLER PIC X(23) VALUE SPACE.                             CCVS31.0
002070 01  CALENDAR-ERROR-LINE.                                         CCVS31.0
002080     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS31.0
002090     02 FILLER PIC X(18) VALUE "CALENDAR REJECTED ".              CCVS31.0
002100     02 CX-RECORD          PIC X(80).                             CCVS31.0
002110     02 FILLER PIC X(21) VALUE SPACE.                             CCVS31.0
002120 01  REFUSAL-LINE.                                                CCVS31.0
002130     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS31.0
002140     02 FILLER PIC X(15) VALUE "*** REFUSED -- ".                 CCVS31.0
002150     02 RF-REASON          PIC X(60).                             CCVS31.0
002160     02 FILLER PIC X(44) VALUE SPACE.                             CCVS31.0
002170 01  NIGHTS-LINE.                                                 CCVS31.0
002180     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS31.0
002190     02 FILLER PIC X(21) VALUE "CUTOFF KEEPS NIGHTS  ".           CCVS31.0
002200     02 NL-KEPT            PIC ----9.                             CCVS31.0
002210     02 FILLER PIC X(27) VALUE "  STABILITY WINDOW NEEDS  ".      CCVS31.0
002220     02 NL-NEEDED          PIC ZZ9.                               CCVS31.0
002230     02 FILLER PIC X(63) VALUE SPACE.                             CCVS31.0
002240 01  CALENDAR-TOTAL-LINE.                                         CCVS31.0
002250     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS31.0
002260     02 CT-COUNT           PIC ZZZZZ9.                            CCVS31.0
002270     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS31.0
002280     02 CT-DESC            PIC X(55).                             CCVS31.0
002290     02 FILLER PIC X(57) VALUE SPACE.                             CCVS31.0
002300 PROCEDURE DIVISION.                                              CCVS31.0
002310 CCVSCAL-MAIN SECTION.                                            CCVS31.0
002320 OPEN-FILES.                                                      CCVS31.0
002330     OPEN OUTPUT CALENDAR-REPORT-FILE.                            CCVS31.0
002340     OPEN OUTPUT HKP-CARD-FILE WKY-CARD-FILE AGE-CARD-FILE        CCVS31.0
002350                 RET-CARD-FILE.                                   CCVS31.0
002360     ACCEPT RUN-DATE FROM DATE YYYYMMDD.                          CCVS31.0
002370     PERFORM READ-CONTROL-CARDS.                                  CCVS31.0
002380     MOVE RUN-DATE TO CH-RUN-DATE.                                CCVS31.0
002390     MOVE CALENDAR-HEADING TO CALENDAR-REPORT-REC.                CCVS31.0
002400     PERFORM WRITE-REPORT-LINE.                                   CCVS31.0
002410     OPEN INPUT CALENDAR-FILE.                                    CCVS31.0
002420     IF CALENDAR-STATUS NOT EQUAL TO "00"                         CCVS31.0
002430         MOVE "NO SHOP CALENDAR ON FILE" TO RF-REASON             CCVS31.0
002440         PERFORM PRINT-REFUSAL                                    CCVS31.0
002450         MOVE 16 TO RETURN-CODE                                   CCVS31.0
002460         GO TO CLOSE-FILES.                                       CCVS31.0
002470     PERFORM READ-CALENDAR.                                       CCVS31.0
002480     PERFORM LOAD-CALENDAR-RECORD THRU LOAD-CALENDAR-RECORD-EXIT  CCVS31.0
002490         UNTIL CALENDAR-EOF.                                      CCVS31.0
002500     CLOSE CALENDAR-FILE.                                         CCVS31.0
002510     IF WEEK-COUNT EQUAL TO ZERO                                  CCVS31.0
002520         MOVE "SHOP CALENDAR HAS NO WEEK ENTRIES" TO RF-REASON    CCVS31.0
002530         PERFORM PRINT-REFUSAL                                    CCVS31.0
002540         MOVE 16 TO RETURN-CODE                                   CCVS31.0
002550         GO TO CLOSE-FILES.                                       CCVS31.0
002560     PERFORM APPLY-RULE-DEFAULTS.                                 CCVS31.0
002570     IF CALENDAR-ERROR-COUNT GREATER THAN ZERO                    CCVS31.0
002580         MOVE "SHOP CALENDAR HAS REJECTED RECORDS" TO RF-REASON   CCVS31.0
002590         PERFORM PRINT-REFUSAL                                    CCVS31.0
002600         MOVE 8 TO RETURN-CODE                                    CCVS31.0
002610         GO TO CLOSE-FILES.                                       CCVS31.0
002620     PERFORM DERIVE-WEEKS THRU DERIVE-WEEKS-EXIT.                 CCVS31.0
002630     IF REFUSAL-COUNT GREATER THAN ZERO                           CCVS31.0
002640         MOVE 12 TO RETURN-CODE                                   CCVS31.0
002650         GO TO CLOSE-FILES.                                       CCVS31.0
002660     PERFORM WRITE-CONTROL-CARDS.                                 CCVS31.0
002670     IF DEFAULT-RULE-COUNT GREATER THAN ZERO                      CCVS31.0
002680         MOVE 4 TO RETURN-CODE.                                   CCVS31.0
002690 CLOSE-FILES.                                                     CCVS31.0
002700     MOVE SPACE TO CALENDAR-TOTAL-LINE.                           CCVS31.0
002710     MOVE WEEK-COUNT TO CT-COUNT.                                 CCVS31.0
002720     MOVE "FISCAL WEEKS ON THE SHOP CALENDAR" TO CT-DESC.         CCVS31.0
002730     MOVE CALENDAR-TOTAL-LINE TO CALENDAR-REPORT-REC.             CCVS31.0
002740     PERFORM WRITE-REPORT-LINE.                                   CCVS31.0
002750     MOVE SPACE TO CALENDAR-TOTAL-LINE.                           CCVS31.0
002760     MOVE CALENDAR-ERROR-COUNT TO CT-COUNT.                       CCVS31.0
002770     MOVE "CALENDAR RECORDS REJECTED" TO CT-DESC.                 CCVS31.0
002780     MOVE CALENDAR-TOTAL-LINE TO CALENDAR-REPORT-REC.             CCVS31.0
002790     PERFORM WRITE-REPORT-LINE.                                   CCVS31.0
002800     CLOSE HKP-CARD-FILE WKY-CARD-FILE AGE-CARD-FILE              CCVS31.0
002810           RET-CARD-FILE.                                         CCVS31.0
002820     CLOSE CALENDAR-REPORT-FILE.                                  CCVS31.0
002830     STOP RUN.                                                    CCVS31.0
002840 READ-CONTROL-CARDS.                                              CCVS31.0
002850     OPEN INPUT CONTROL-CARD-FILE.                                CCVS31.0
002860     PERFORM READ-CONTROL-CARD.                                   CCVS31.0
002870     PERFORM APPLY-CONTROL-CARD THRU APPLY-CONTROL-CARD-EXIT      CCVS31.0
002880         UNTIL CONTROL-EOF.                                       CCVS31.0
002890     CLOSE CONTROL-CARD-FILE.                                     CCVS31.0
002900 READ-CONTROL-CARD.                                               CCVS31.0
002910     READ CONTROL-CARD-FILE                                       CCVS31.0
002920         AT END SET CONTROL-EOF TO TRUE.                          CCVS31.0
002930 APPLY-CONTROL-CARD.                                              CCVS31.0
002940     IF CC-RUN-DATE-KEY EQUAL TO "RUN-DATE="                      CCVS31.0
002950         AND CC-RUN-DATE IS NUMERIC                               CCVS31.0
002960         AND CC-RUN-DATE GREATER THAN ZERO                        CCVS31.0
002970             MOVE CC-RUN-DATE TO RUN-DATE.                        CCVS31.0
002980     PERFORM READ-CONTROL-CARD.                                   CCVS31.0
002990 APPLY-CONTROL-CARD-EXIT. EXIT.                                   CCVS31.0
003000 READ-CALENDAR.                                                   CCVS31.0
003010     READ CALENDAR-FILE                                           CCVS31.0
003020         AT END SET CALENDAR-EOF TO TRUE.                         CCVS31.0
003027*    WEEKS MUST BE VALID DATES (THE DAY WITHIN ITS MONTH, 29      CCVS31.0
003034*    FEBRUARY ONLY IN A LEAP YEAR), START NOT AFTER END, AND EACH CCVS31.0
003041*    WEEK MUST BEGIN AFTER THE PREVIOUS ONE ENDS.                 CCVS31.0
003050 LOAD-CALENDAR-RECORD.                                            CCVS31.0
003060     IF CL-COMMENT                                                CCVS31.0
003070         GO TO LOAD-CALENDAR-NEXT.                                CCVS31.0
003080     IF CL-RULE-ENTRY                                             CCVS31.0
003090         PERFORM LOAD-CALENDAR-RULE THRU LOAD-CALENDAR-RULE-EXIT  CCVS31.0
003100         GO TO LOAD-CALENDAR-NEXT.                                CCVS31.0
003110     IF NOT CL-WEEK-ENTRY                                         CCVS31.0
003120         OR CL-FISCAL-YEAR NOT NUMERIC                            CCVS31.0
003130         OR CL-FISCAL-WEEK NOT NUMERIC                            CCVS31.0
003140         OR CL-WEEK-START NOT NUMERIC                             CCVS31.0
003150         OR CL-WEEK-END NOT NUMERIC                               CCVS31.0
003160             GO TO LOAD-CALENDAR-REJECT.                          CCVS31.0
003170     MOVE CL-WEEK-START TO DATE-CHECK-NUMBER.                     CCVS31.0
003180     PERFORM CHECK-DATE.                                          CCVS31.0
003190     IF NOT DATE-VALID                                            CCVS31.0
003200         GO TO LOAD-CALENDAR-REJECT.                              CCVS31.0
003210     MOVE CL-WEEK-END TO DATE-CHECK-NUMBER.                       CCVS31.0
003220     PERFORM CHECK-DATE.                                          CCVS31.0
003230     IF NOT DATE-VALID                                            CCVS31.0
003240         OR CL-WEEK-START GREATER THAN CL-WEEK-END                CCVS31.0
003250             GO TO LOAD-CALENDAR-REJECT.                          CCVS31.0
003260     IF WEEK-COUNT GREATER THAN ZERO                              CCVS31.0
003270         AND CL-WEEK-START NOT GREATER THAN WK-END (WEEK-COUNT)   CCVS31.0
003280             GO TO LOAD-CALENDAR-REJECT.                          CCVS31.0
003290     IF WEEK-COUNT NOT LESS THAN 521                              CCVS31.0
003300         GO TO LOAD-CALENDAR-REJECT.                              CCVS31.0
003310     ADD 1 TO WEEK-COUNT.                                         CCVS31.0
003320     MOVE CL-FISCAL-YEAR TO WK-FISCAL-YEAR (WEEK-COUNT).          CCVS31.0
003330     MOVE CL-FISCAL-WEEK TO WK-FISCAL-WEEK (WEEK-COUNT).          CCVS31.0
003340     MOVE CL-WEEK-START TO WK-START (WEEK-COUNT).                 CCVS31.0
003350     MOVE CL-WEEK-END TO WK-END (WEEK-COUNT).                     CCVS31.0
003360     GO TO LOAD-CALENDAR-NEXT.                                    CCVS31.0
003370 LOAD-CALENDAR-REJECT.                                            CCVS31.0
003380     ADD 1 TO CALENDAR-ERROR-COUNT.                               CCVS31.0
003390     MOVE CALENDAR-REC TO CX-RECORD.                              CCVS31.0
003400     MOVE CALENDAR-ERROR-LINE TO CALENDAR-REPORT-REC.             CCVS31.0
003410     PERFORM WRITE-REPORT-LINE.                                   CCVS31.0
003420 LOAD-CALENDAR-NEXT.                                              CCVS31.0
003430     PERFORM READ-CALENDAR.                                       CCVS31.0
003440 LOAD-CALENDAR-RECORD-EXIT. EXIT.                                 CCVS31.0
003450 LOAD-CALENDAR-RULE.                                              CCVS31.0
003460     IF CL-RULE-VALUE NOT NUMERIC                                 CCVS31.0
003470         OR CL-RULE-VALUE EQUAL TO ZERO                           CCVS31.0
003480             GO TO LOAD-CALENDAR-RULE-REJECT.                     CCVS31.0
003490     IF CL-RULE-NAME EQUAL TO "RETAIN-WEEKS"                      CCVS31.0
003500         MOVE CL-RULE-VALUE TO RETAIN-WEEKS                       CCVS31.0
003510     ELSE IF CL-RULE-NAME EQUAL TO "STABILITY-NIGHTS"             CCVS31.0
003520         MOVE CL-RULE-VALUE TO STABILITY-NIGHTS                   CCVS31.0
003530     ELSE IF CL-RULE-NAME EQUAL TO "AGE-NIGHTS"                   CCVS31.0
003540         MOVE CL-RULE-VALUE TO AGE-NIGHTS                         CCVS31.0
003550     ELSE IF CL-RULE-NAME EQUAL TO "RETAIN-DAYS"                  CCVS31.0
003560         MOVE CL-RULE-VALUE TO RETAIN-DAYS                        CCVS31.0
003570     ELSE IF CL-RULE-NAME EQUAL TO "FAIL-RETAIN-DAYS"             CCVS31.0
003580         MOVE CL-RULE-VALUE TO FAIL-RETAIN-DAYS                   CCVS31.0
003590     ELSE                                                         CCVS31.0
003600         GO TO LOAD-CALENDAR-RULE-REJECT.                         CCVS31.0
003610     GO TO LOAD-CALENDAR-RULE-EXIT.                               CCVS31.0
003620 LOAD-CALENDAR-RULE-REJECT.                                       CCVS31.0
003630     ADD 1 TO CALENDAR-ERROR-COUNT.                               CCVS31.0
003640     MOVE CALENDAR-REC TO CX-RECORD.                              CCVS31.0
003650     MOVE CALENDAR-ERROR-LINE TO CALENDAR-REPORT-REC.             CCVS31.0
003660     PERFORM WRITE-REPORT-LINE.                                   CCVS31.0
003670 LOAD-CALENDAR-RULE-EXIT. EXIT.                                   CCVS31.0
003680*    A RULE THE CALENDAR DOES NOT GIVE TAKES THE VALUE THE WEEKLY CCVS31.0
003690*    JOB USED TO CARRY ON ITS CARDS.                              CCVS31.0
003700 APPLY-RULE-DEFAULTS.                                             CCVS31.0
003710     MOVE "RETAIN-WEEKS" TO RL-NAME.                              CCVS31.0
003720     IF RETAIN-WEEKS EQUAL TO ZERO                                CCVS31.0
003730         MOVE 2 TO RETAIN-WEEKS                                   CCVS31.0
003740         PERFORM NOTE-DEFAULT-RULE.                               CCVS31.0
003750     MOVE RETAIN-WEEKS TO RL-VALUE.                               CCVS31.0
003760     PERFORM PRINT-RULE-LINE.                                     CCVS31.0
003770     MOVE "STABILITY-NIGHTS" TO RL-NAME.                          CCVS31.0
003780     IF STABILITY-NIGHTS EQUAL TO ZERO                            CCVS31.0
003790         MOVE 14 TO STABILITY-NIGHTS                              CCVS31.0
003800         PERFORM NOTE-DEFAULT-RULE.                               CCVS31.0
003810     MOVE STABILITY-NIGHTS TO RL-VALUE.                           CCVS31.0
003820     PERFORM PRINT-RULE-LINE.                                     CCVS31.0
003830     MOVE "AGE-NIGHTS" TO RL-NAME.                                CCVS31.0
003840     IF AGE-NIGHTS EQUAL TO ZERO                                  CCVS31.0
003850         MOVE 5 TO AGE-NIGHTS                                     CCVS31.0
003860         PERFORM NOTE-DEFAULT-RULE.                               CCVS31.0
003870     MOVE AGE-NIGHTS TO RL-VALUE.                                 CCVS31.0
003880     PERFORM PRINT-RULE-LINE.                                     CCVS31.0
003890     MOVE "RETAIN-DAYS" TO RL-NAME.                               CCVS31.0
003900     IF RETAIN-DAYS EQUAL TO ZERO                                 CCVS31.0
003910         MOVE 30 TO RETAIN-DAYS                                   CCVS31.0
003920         PERFORM NOTE-DEFAULT-RULE.                               CCVS31.0
003930     MOVE RETAIN-DAYS TO RL-VALUE.                                CCVS31.0
003940     PERFORM PRINT-RULE-LINE.                                     CCVS31.0
003950     MOVE "FAIL-RETAIN-DAYS" TO RL-NAME.                          CCVS31.0
003960     IF FAIL-RETAIN-DAYS EQUAL TO ZERO                            CCVS31.0
003970         MOVE 90 TO FAIL-RETAIN-DAYS                              CCVS31.0
003980         PERFORM NOTE-DEFAULT-RULE.                               CCVS31.0
003990     MOVE FAIL-RETAIN-DAYS TO RL-VALUE.                           CCVS31.0
004000     PERFORM PRINT-RULE-LINE.                                     CCVS31.0
004010 NOTE-DEFAULT-RULE.                                               CCVS31.0
004020     ADD 1 TO DEFAULT-RULE-COUNT.                                 CCVS31.0
004030     MOVE "NOT ON CALENDAR - SHIPPED DEFAULT USED" TO RL-NOTE.    CCVS31.0
004040 PRINT-RULE-LINE.                                                 CCVS31.0
004050     MOVE RULE-LINE TO CALENDAR-REPORT-REC.                       CCVS31.0
004060     PERFORM WRITE-REPORT-LINE.                                   CCVS31.0
004070     MOVE SPACE TO RL-NOTE.                                       CCVS31.0
004080*    CURRENT WEEK CONTAINS THE RUN DATE; THE PRIOR WEEK AND THE   CCVS31.0
004090*    CUTOFF WEEK ARE COUNTED BACK FROM IT ON THE CALENDAR.        CCVS31.0
004100 DERIVE-WEEKS.                                                    CCVS31.0
004110     PERFORM TABLE-SCAN-NULL VARYING WEEK-SUB FROM 1 BY 1         CCVS31.0
004120         UNTIL WEEK-SUB GREATER THAN WEEK-COUNT                   CCVS31.0
004130            OR (WK-START (WEEK-SUB) NOT GREATER THAN RUN-DATE     CCVS31.0
004140            AND WK-END (WEEK-SUB) NOT LESS THAN RUN-DATE).        CCVS31.0
004150     IF WEEK-SUB GREATER THAN WEEK-COUNT                          CCVS31.0
004160         MOVE "NO CALENDAR WEEK CONTAINS THE RUN DATE"            CCVS31.0
004170             TO RF-REASON                                         CCVS31.0
004180         PERFORM PRINT-REFUSAL                                    CCVS31.0
004190         GO TO DERIVE-WEEKS-EXIT.                                 CCVS31.0
004200     MOVE WEEK-SUB TO CURR-SUB.                                   CCVS31.0
004210     MOVE "CURRENT WEEK" TO WL-DESC.                              CCVS31.0
004220     PERFORM PRINT-WEEK-LINE.                                     CCVS31.0
004230     IF CURR-SUB EQUAL TO 1                                       CCVS31.0
004240         MOVE "NO CALENDAR ENTRY FOR THE PRIOR WEEK" TO RF-REASON CCVS31.0
004250         PERFORM PRINT-REFUSAL                                    CCVS31.0
004260         GO TO DERIVE-WEEKS-EXIT.                                 CCVS31.0
004270     COMPUTE PRIOR-SUB = CURR-SUB - 1.                            CCVS31.0
004280     MOVE PRIOR-SUB TO WEEK-SUB.                                  CCVS31.0
004290     MOVE "PRIOR WEEK" TO WL-DESC.                                CCVS31.0
004300     PERFORM PRINT-WEEK-LINE.                                     CCVS31.0
004310     IF RETAIN-WEEKS NOT LESS THAN CURR-SUB                       CCVS31.0
004320         MOVE "NO CALENDAR ENTRY FOR THE RETENTION CUTOFF WEEK"   CCVS31.0
004330             TO RF-REASON                                         CCVS31.0
004340         PERFORM PRINT-REFUSAL                                    CCVS31.0
004350         GO TO DERIVE-WEEKS-EXIT.                                 CCVS31.0
004360     COMPUTE CUTOFF-SUB = CURR-SUB - RETAIN-WEEKS.                CCVS31.0
004370     MOVE CUTOFF-SUB TO WEEK-SUB.                                 CCVS31.0
004380     MOVE "CUTOFF WEEK" TO WL-DESC.                               CCVS31.0
004390     PERFORM PRINT-WEEK-LINE.                                     CCVS31.0
004400     MOVE WK-START (CUTOFF-SUB) TO CUTOFF-DATE.                   CCVS31.0
004410     MOVE RUN-DATE TO DATE-CHECK-NUMBER.                          CCVS31.0
004420     PERFORM CONVERT-DATE-TO-DAYS.                                CCVS31.0
004430     MOVE DAY-NUMBER TO RUN-DAY-NUMBER.                           CCVS31.0
004440     MOVE CUTOFF-DATE TO DATE-CHECK-NUMBER.                       CCVS31.0
004450     PERFORM CONVERT-DATE-TO-DAYS.                                CCVS31.0
004460     COMPUTE NIGHTS-KEPT = RUN-DAY-NUMBER - DAY-NUMBER.           CCVS31.0
004470     MOVE NIGHTS-KEPT TO NL-KEPT.                                 CCVS31.0
004480     MOVE STABILITY-NIGHTS TO NL-NEEDED.                          CCVS31.0
004490     MOVE NIGHTS-LINE TO CALENDAR-REPORT-REC.                     CCVS31.0
004500     PERFORM WRITE-REPORT-LINE.                                   CCVS31.0
004510     IF NIGHTS-KEPT LESS THAN STABILITY-NIGHTS                    CCVS31.0
004520         MOVE "CUTOFF FALLS INSIDE THE STABILITY WINDOW"          CCVS31.0
004530             TO RF-REASON                                         CCVS31.0
004540         PERFORM PRINT-REFUSAL.                                   CCVS31.0
004550 DERIVE-WEEKS-EXIT. EXIT.                                         CCVS31.0
004560 PRINT-WEEK-LINE.                                                 CCVS31.0
004570     MOVE WK-FISCAL-YEAR (WEEK-SUB) TO WL-FISCAL-YEAR.            CCVS31.0
004580     MOVE WK-FISCAL-WEEK (WEEK-SUB) TO WL-FISCAL-WEEK.            CCVS31.0
004590     MOVE WK-START (WEEK-SUB) TO WL-START.                        CCVS31.0
004600     MOVE WK-END (WEEK-SUB) TO WL-END.                            CCVS31.0
004610     MOVE WEEK-LINE TO CALENDAR-REPORT-REC.                       CCVS31.0
004620     PERFORM WRITE-REPORT-LINE.                                   CCVS31.0
004630 PRINT-REFUSAL.                                                   CCVS31.0
004640     ADD 1 TO REFUSAL-COUNT.                                      CCVS31.0
004650     MOVE REFUSAL-LINE TO CALENDAR-REPORT-REC.                    CCVS31.0
004660     PERFORM WRITE-REPORT-LINE.                                   CCVS31.0
004670 WRITE-CONTROL-CARDS.                                             CCVS31.0
004680     MOVE CUTOFF-DATE TO CO-CUTOFF-DATE.                          CCVS31.0
004690     MOVE CUTOFF-CARD TO HKP-CARD.                                CCVS31.0
004700     WRITE HKP-CARD.                                              CCVS31.0
004710     MOVE "CCVSHKP" TO CD-PROGRAM.                                CCVS31.0
004720     MOVE HKP-CARD TO CD-CARD.                                    CCVS31.0
004730     PERFORM PRINT-CARD-ECHO.                                     CCVS31.0
004740     MOVE "CCVSWKY" TO CD-PROGRAM.                                CCVS31.0
004750     MOVE WK-START (CURR-SUB) TO CS-DATE.                         CCVS31.0
004760     MOVE CURR-START-CARD TO WKY-CARD.                            CCVS31.0
004770     PERFORM WRITE-WKY-CARD.                                      CCVS31.0
004780     MOVE WK-END (CURR-SUB) TO CE-DATE.                           CCVS31.0
004790     MOVE CURR-END-CARD TO WKY-CARD.                              CCVS31.0
004800     PERFORM WRITE-WKY-CARD.                                      CCVS31.0
004810     MOVE WK-START (PRIOR-SUB) TO PS-DATE.                        CCVS31.0
004820     MOVE PRIOR-START-CARD TO WKY-CARD.                           CCVS31.0
004830     PERFORM WRITE-WKY-CARD.                                      CCVS31.0
004840     MOVE WK-END (PRIOR-SUB) TO PE-DATE.                          CCVS31.0
004850     MOVE PRIOR-END-CARD TO WKY-CARD.                             CCVS31.0
004860     PERFORM WRITE-WKY-CARD.                                      CCVS31.0
004870     MOVE AGE-NIGHTS TO AN-NIGHTS.                                CCVS31.0
004880     MOVE AGE-NIGHTS-CARD TO AGE-CARD.                            CCVS31.0
004890     WRITE AGE-CARD.                                              CCVS31.0
004900     MOVE "CCVSAGE" TO CD-PROGRAM.                                CCVS31.0
004910     MOVE AGE-CARD TO CD-CARD.                                    CCVS31.0
004920     PERFORM PRINT-CARD-ECHO.                                     CCVS31.0
004930     MOVE "CCVSRET" TO CD-PROGRAM.                                CCVS31.0
004940     MOVE RETAIN-DAYS TO RD-DAYS.                                 CCVS31.0
004950     MOVE RETAIN-DAYS-CARD TO RET-CARD.                           CCVS31.0
004960     PERFORM WRITE-RET-CARD.                                      CCVS31.0
004970     MOVE FAIL-RETAIN-DAYS TO FR-DAYS.                            CCVS31.0
004980     MOVE FAIL-RETAIN-CARD TO RET-CARD.                           CCVS31.0
004990     PERFORM WRITE-RET-CARD.                                      CCVS31.0
005000 WRITE-WKY-CARD.                                                  CCVS31.0
005010     WRITE WKY-CARD.                                              CCVS31.0
005020     MOVE WKY-CARD TO CD-CARD.                                    CCVS31.0
005030     PERFORM PRINT-CARD-ECHO.                                     CCVS31.0
005040 WRITE-RET-CARD.                                                  CCVS31.0
005050     WRITE RET-CARD.                                              CCVS31.0
005060     MOVE RET-CARD TO CD-CARD.                                    CCVS31.0
005070     PERFORM PRINT-CARD-ECHO.                                     CCVS31.0
005080 PRINT-CARD-ECHO.                                                 CCVS31.0
005090     MOVE CARD-ECHO-LINE TO CALENDAR-REPORT-REC.                  CCVS31.0
005100     PERFORM WRITE-REPORT-LINE.                                   CCVS31.0
005103*    THE DAY MUST FALL WITHIN THE MONTH; FEBRUARY HAS 29 DAYS IN  CCVS31.0
005106*    A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400.CCVS31.0
005109 CHECK-DATE.                                                      CCVS31.0
005112     MOVE "N" TO DATE-VALID-SW.                                   CCVS31.0
005115     MOVE ZERO TO LAST-DAY-OF-MONTH.                              CCVS31.0
005118     IF DCW-MONTH GREATER THAN ZERO                               CCVS31.0
005121         AND DCW-MONTH NOT GREATER THAN 12                        CCVS31.0
005124         AND DCW-YEAR GREATER THAN 1900                           CCVS31.0
005127             MOVE MONTH-LENGTH (DCW-MONTH) TO LAST-DAY-OF-MONTH.  CCVS31.0
005130     IF LAST-DAY-OF-MONTH EQUAL TO 28                             CCVS31.0
005133         PERFORM CHECK-LEAP-YEAR.                                 CCVS31.0
005136     IF DCW-DAY GREATER THAN ZERO                                 CCVS31.0
005139         AND DCW-DAY NOT GREATER THAN LAST-DAY-OF-MONTH           CCVS31.0
005142             SET DATE-VALID TO TRUE.                              CCVS31.0
005145 CHECK-LEAP-YEAR.                                                 CCVS31.0
005148     DIVIDE DCW-YEAR BY 4 GIVING LEAP-QUOTIENT                    CCVS31.0
005151         REMAINDER LEAP-REMAINDER.                                CCVS31.0
005154     IF LEAP-REMAINDER EQUAL TO ZERO                              CCVS31.0
005157         MOVE 29 TO LAST-DAY-OF-MONTH.                            CCVS31.0
005160     DIVIDE DCW-YEAR BY 100 GIVING LEAP-QUOTIENT                  CCVS31.0
005163         REMAINDER LEAP-REMAINDER.                                CCVS31.0
005166     IF LEAP-REMAINDER EQUAL TO ZERO                              CCVS31.0
005169         MOVE 28 TO LAST-DAY-OF-MONTH.                            CCVS31.0
005172     DIVIDE DCW-YEAR BY 400 GIVING LEAP-QUOTIENT                  CCVS31.0
005175         REMAINDER LEAP-REMAINDER.                                CCVS31.0
005178     IF LEAP-REMAINDER EQUAL TO ZERO                              CCVS31.0
005181         MOVE 29 TO LAST-DAY-OF-MONTH.                            CCVS31.0
005190*    DAYS SINCE A FIXED ORIGIN, SO TWO DATES CAN BE SUBTRACTED.   CCVS31.0
005200*    EACH DIVISION IS TAKEN SEPARATELY SO IT IS TRUNCATED.        CCVS31.0
005210 CONVERT-DATE-TO-DAYS.                                            CCVS31.0
005220     MOVE DCW-YEAR TO CALC-YEAR.                                  CCVS31.0
005230     MOVE DCW-MONTH TO CALC-MONTH.                                CCVS31.0
005240     IF CALC-MONTH GREATER THAN 2                                 CCVS31.0
005250         ADD 1 TO CALC-MONTH                                      CCVS31.0
005260     ELSE                                                         CCVS31.0
005270         SUBTRACT 1 FROM CALC-YEAR                                CCVS31.0
005280         ADD 13 TO CALC-MONTH.                                    CCVS31.0
005290     DIVIDE CALC-YEAR BY 4 GIVING CALC-YEAR-4.                    CCVS31.0
005300     DIVIDE CALC-YEAR BY 100 GIVING CALC-YEAR-100.                CCVS31.0
005310     DIVIDE CALC-YEAR BY 400 GIVING CALC-YEAR-400.                CCVS31.0
005320     COMPUTE CALC-MONTH-DAYS = 153 * CALC-MONTH.                  CCVS31.0
005330     DIVIDE CALC-MONTH-DAYS BY 5 GIVING CALC-MONTH-DAYS.          CCVS31.0
005340     COMPUTE DAY-NUMBER =                                         CCVS31.0
005350         (365 * CALC-YEAR) + CALC-YEAR-4                          CCVS31.0
005360         - CALC-YEAR-100 + CALC-YEAR-400                          CCVS31.0
005370         + CALC-MONTH-DAYS + DCW-DAY.                             CCVS31.0
005380 TABLE-SCAN-NULL.                                                 CCVS31.0
005390     EXIT.                                                        CCVS31.0
005400 WRITE-REPORT-LINE.                                               CCVS31.0
005410     WRITE CALENDAR-REPORT-REC AFTER ADVANCING 1 LINES.           CCVS31.0
