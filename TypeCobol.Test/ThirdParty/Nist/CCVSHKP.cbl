000150*    NEW COMPACTED DATASET (RENAME IT OVER CCVS.RUN.SUMMARY ON A  CCVSH1.0
000152*    CLEAN RC 0), GIVES THE NIGHTLY RESULT JOURNAL THE SAME       CCVSH1.0
000154*    RETENTION TREATMENT (KEEPERS TO CCVS.RUN.JOURNAL.NEW, OLDER  CCVSH1.0
000155*    RECORDS TO THE JOURNAL ARCHIVE, EACH ONE ALSO ADDED TO THE   CCVSH1.0
000156*    KEYED ARCHIVE INDEX CCVS.JOURNAL.ARCHIVE.INDEX ON TEST-ID,   CCVSH1.0
000157*    PAR-NAME AND RUN DATE SO CCVSCHR AND CCVSRBD CAN GO STRAIGHT CCVSH1.0
000158*    TO THE PARAGRAPHS THEY NEED - AN INDEX-RELOAD CARD FIRST     CCVSH1.0
000159*    RELOADS THE INDEX FROM THE WHOLE ARCHIVE AFTER THE CLUSTER   CCVSH1.0
000160*    HAS BEEN DELETED AND REDEFINED), VERIFIES THAT THE INDEX AND CCVSH1.0
000161*    THE SEQUENTIAL ARCHIVE AGREE ON THE RECORD COUNT FOR EVERY   CCVSH1.0
000162*    RUN DATE (EACH DISAGREEMENT REPORTED AND FLAGGED ON SYSOUT,  CCVSH1.0
000163*    AS IS A FULL RUN-DATE TABLE; NEITHER RAISES THE RETURN       CCVSH1.0
000164*    CODE, SO THE RENAME STILL GOES AHEAD),                       CCVSH1.0
000165*    DELETES HISTORY-DETAIL RECORDS WHOSE PAR-NAME                CCVSH1.0
000170*    NO LONGER APPEARS IN THE TEST-CASE FILE (EACH DELETION IS    CCVSH1.0
000180*    REPORTED), AND FLAGS ANY CHECKPOINT RECORD LEFT BEHIND BY    CCVSH1.0
000190*    AN ABANDONED RUN FOR OPERATOR DISPOSITION.  RUN THIS FROM    CCVSH1.0
000458     XXXXX090.                                                    CCVSH1.0
000460     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO                        CCVSH1.0
000462     XXXXX091.                                                    CCVSH1.0
000463     SELECT ARCHIVE-INDEX-FILE ASSIGN TO                          CCVSH1.0
000464     XXXXX139                                                     CCVSH1.0
000465     ORGANIZATION INDEXED ACCESS MODE DYNAMIC                     CCVSH1.0
000466     RECORD KEY IS AX-KEY                                         CCVSH1.0
000467     FILE STATUS IS ARCHIVE-INDEX-STATUS.                         CCVSH1.0
000468 DATA DIVISION.                                                   CCVSH1.0
000470 FILE SECTION.                                                    CCVSH1.0
000480 FD  RUN-SUMMARY-FILE.                                            CCVSH1.0
000490 01  RUN-SUMMARY-REC                    PIC X(122).               CCVSH1.0
000616     02 FILLER               PIC X.                               CCVSH1.0
000618     02 RS-STREAM-ID         PIC X.                               CCVSH1.0
000620     02 FILLER               PIC X.                               CCVSH1.0
000623     02 RS-COMPILER-REL      PIC X(8).                            CCVSH1.0
000626     02 FILLER               PIC X(69).                           CCVSH1.0
000630 FD  TEST-CASE-FILE.                                              CCVSH1.0
000640 01  TEST-CASE-REC.                                               CCVSH1.0
000650     02 TC-NARRATIVE-1       PIC X(120).                          CCVSH1.0
000670     02 TC-DISPOSITION       PIC X(5).                            CCVSH1.0
000680     02 TC-PAR-NAME          PIC X(22).                           CCVSH1.0
000690     02 TC-FEATURE           PIC X(20).                           CCVSH1.0
000693     02 TC-PREREQ-PAR-NAME   PIC X(22).                           CCVSH1.0
000696     02 TC-ANSI-REFERENCE    PIC X(15).                           CCVSH1.0
000700 FD  CHECKPOINT-FILE.                                             CCVSH1.0
000710 01  CHECKPOINT-REC.                                              CCVSH1.0
000720     02 CP-TEST-ID            PIC X(9).                           CCVSH1.0
000810     02 CP-SKIPPED-COUNT      PIC 999.                            CCVSH1.0
000815     02 CP-PREV-ACCEPT-COUNT  PIC 999.                            CCVSH1.0
000820     02 CP-PREREQ-SKIP-COUNT  PIC 999.                            CCVSH1.0
000825     02 FILLER                PIC X(58).                          CCVSH1.0
000830 FD  HISTORY-DETAIL-FILE.                                         CCVSH1.0
000840 01  HISTORY-DETAIL-REC.                                          CCVSH1.0
000850     02 HD-KEY.                                                   CCVSH1.0
000970 01  COMPACTED-JOURNAL-REC              PIC X(200).               CCVSH1.0
000971 FD  JOURNAL-ARCHIVE-FILE.                                        CCVSH1.0
000972 01  JOURNAL-ARCHIVE-REC                PIC X(200).               CCVSH1.0
000973 01  JOURNAL-ARCHIVE-FIELDS.                                      CCVSH1.0
000974     02 JA-TEST-ID           PIC X(9).                            CCVSH1.0
000975     02 JA-PAR-NAME          PIC X(22).                           CCVSH1.0
000976     02 JA-RUN-DATE          PIC 9(8).                            CCVSH1.0
000977     02 FILLER               PIC X(161).                          CCVSH1.0
000978 FD  ARCHIVE-INDEX-FILE.                                          CCVSH1.0
000979 01  ARCHIVE-INDEX-REC.                                           CCVSH1.0
000980     02 AX-KEY.                                                   CCVSH1.0
000981         03 AX-TEST-ID       PIC X(9).                            CCVSH1.0
000982         03 AX-PAR-NAME      PIC X(22).                           CCVSH1.0
000983         03 AX-RUN-DATE      PIC 9(8).                            CCVSH1.0
000984         03 AX-DUP-SEQ       PIC 99.                              CCVSH1.0
000985     02 AX-JOURNAL-IMAGE     PIC X(200).                          CCVSH1.0
000986 FD  CONTROL-CARD-FILE.                                           CCVSH1.0
000987 01  CONTROL-CARD.                                                CCVSH1.0
000990     02 CC-KEYWORD            PIC X(12).                          CCVSH1.0
001000     02 CC-CUTOFF-DATE        PIC 9(8).                           CCVSH1.0
001010     02 FILLER                PIC X(60).                          CCVSH1.0
001197     88 JOURNAL-EOF                                VALUE "Y".     CCVSH1.0
001198 01  JOURNAL-KEPT-COUNT                 PIC 9(7)   VALUE ZERO.    CCVSH1.0
001199 01  JOURNAL-ARCHIVED-COUNT             PIC 9(7)   VALUE ZERO.    CCVSH1.0
001200 01  ARCHIVE-EOF-SW                     PIC X      VALUE "N".     CCVSH1.0
001201     88 ARCHIVE-EOF                                VALUE "Y".     CCVSH1.0
001202 01  ARCHIVE-INDEX-STATUS               PIC XX     VALUE SPACE.   CCVSH1.0
001203 01  ARCHIVE-INDEX-SW                   PIC X      VALUE "N".     CCVSH1.0
001204     88 ARCHIVE-INDEX-OPEN                         VALUE "Y".     CCVSH1.0
001205 01  INDEX-EOF-SW                       PIC X      VALUE "N".     CCVSH1.0
001206     88 INDEX-EOF                                  VALUE "Y".     CCVSH1.0
001207 01  INDEX-WRITTEN-SW                   PIC X      VALUE "N".     CCVSH1.0
001208     88 INDEX-WRITTEN                              VALUE "Y".     CCVSH1.0
001209 01  INDEX-RELOAD-SW                    PIC X      VALUE "N".     CCVSH1.0
001210     88 INDEX-RELOAD-REQUESTED                     VALUE "Y".     CCVSH1.0
001211 01  INDEX-LOADED-COUNT                 PIC 9(7)   VALUE ZERO.    CCVSH1.0
001212 01  INDEX-RELOADED-COUNT               PIC 9(7)   VALUE ZERO.    CCVSH1.0
001213 01  INDEX-MISSED-COUNT                 PIC 9(7)   VALUE ZERO.    CCVSH1.0
001214 01  VERIFY-DATE-COUNT                  PIC 9(4)   VALUE ZERO.    CCVSH1.0
001215 01  VERIFY-MISMATCH-COUNT              PIC 9(4)   VALUE ZERO.    CCVSH1.0
001216 01  VERIFY-OVERFLOW-COUNT              PIC 9(7)   VALUE ZERO.    CCVSH1.0
001217 01  VERIFY-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSH1.0
001218 01  VERIFY-SIDE                        PIC X      VALUE SPACE.   CCVSH1.0
001219 01  VERIFY-DATE-TABLE.                                           CCVSH1.0
001220     02 VERIFY-DATE-ENTRY OCCURS 2001 TIMES.                      CCVSH1.0
001221         03 VD-RUN-DATE       PIC 9(8).                           CCVSH1.0
001222         03 VD-ARCHIVE-COUNT  PIC 9(7).                           CCVSH1.0
001223         03 VD-INDEX-COUNT    PIC 9(7).                           CCVSH1.0
001224 01  SUMMARY-KEPT-COUNT                 PIC 9(5)   VALUE ZERO.    CCVSH1.0
001225 01  SUMMARY-ARCHIVED-COUNT             PIC 9(5)   VALUE ZERO.    CCVSH1.0
001226 01  DETAIL-KEPT-COUNT                  PIC 9(5)   VALUE ZERO.    CCVSH1.0
001230 01  DETAIL-DELETED-COUNT               PIC 9(5)   VALUE ZERO.    CCVSH1.0
001240 01  STALE-CHECKPOINT-COUNT             PIC 999    VALUE ZERO.    CCVSH1.0
001250 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVSH1.0
001255 01  HIT-SUB                            PIC S9(4) COMP VALUE 0.   CCVSH1.0
001260 01  HOUSEKEEPING-HEADING-1.                                      CCVSH1.0
001270     02 FILLER PIC X(20) VALUE SPACE.                             CCVSH1.0
001280     02 FILLER PIC X(34)                                          CCVSH1.0
001480     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSH1.0
001490     02 SC-MESSAGE         PIC X(50).                             CCVSH1.0
001500     02 FILLER PIC X(42) VALUE SPACE.                             CCVSH1.0
001501 01  INDEX-MISMATCH-LINE.                                         CCVSH1.0
001502     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSH1.0
001503     02 FILLER PIC X(9)  VALUE "RUN DATE ".                       CCVSH1.0
001504     02 IM-RUN-DATE        PIC 9(8).                              CCVSH1.0
001505     02 FILLER PIC X(10) VALUE "  ARCHIVE=".                      CCVSH1.0
001506     02 IM-ARCHIVE-COUNT   PIC ZZZZZZ9.                           CCVSH1.0
001507     02 FILLER PIC X(8)  VALUE "  INDEX=".                        CCVSH1.0
001508     02 IM-INDEX-COUNT     PIC ZZZZZZ9.                           CCVSH1.0
001509     02 FILLER PIC X(32)                                          CCVSH1.0
001510         VALUE "  - KEYED INDEX OUT OF AGREEMENT".                CCVSH1.0
001511     02 FILLER PIC X(38) VALUE SPACE.                             CCVSH1.0
001512 01  HOUSEKEEPING-TOTAL-LINE.                                     CCVSH1.0
001520     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSH1.0
001530     02 HT-COUNT           PIC ZZZZZZ9.                           CCVSH1.0
001540     02 FILLER PIC X(1)  VALUE SPACE.                             CCVSH1.0
001620     PERFORM READ-CONTROL-CARDS.                                  CCVSH1.0
001630     PERFORM PRINT-REPORT-HEADING.                                CCVSH1.0
001640     PERFORM COMPACT-RUN-SUMMARY.                                 CCVSH1.0
001641     IF INDEX-RELOAD-REQUESTED                                    CCVSH1.0
001642         PERFORM RELOAD-ARCHIVE-INDEX.                            CCVSH1.0
001645     PERFORM COMPACT-RESULT-JOURNAL.                              CCVSH1.0
001647     PERFORM VERIFY-ARCHIVE-INDEX.                                CCVSH1.0
001650     PERFORM LOAD-PAR-NAME-TABLE.                                 CCVSH1.0
001660     PERFORM PURGE-ORPHAN-DETAILS.                                CCVSH1.0
001670     PERFORM FLAG-STALE-CHECKPOINTS.                              CCVSH1.0
001680     PERFORM PRINT-REPORT-TOTALS.                                 CCVSH1.0
001681*    INDEX PROBLEMS GO TO SYSOUT ONLY.  THE RETURN CODE GATES THE CCVSH1.0
001682*    RENAME OF THE COMPACTED FILES, AND THE ARCHIVE ITSELF IS     CCVSH1.0
001683*    COMPLETE, SO A BAD INDEX MUST NOT HOLD THE RENAME BACK.      CCVSH1.0
001684     IF VERIFY-MISMATCH-COUNT GREATER THAN ZERO                   CCVSH1.0
001685         OR INDEX-MISSED-COUNT GREATER THAN ZERO                  CCVSH1.0
001686             DISPLAY "CCVSHKP: ARCHIVE INDEX DISAGREES WITH THE " CCVSH1.0
001687                 "ARCHIVE - SEE REPORT, RELOAD THE INDEX"         CCVSH1.0
001688     ELSE IF VERIFY-OVERFLOW-COUNT GREATER THAN ZERO              CCVSH1.0
001689         DISPLAY "CCVSHKP: RUN-DATE TABLE FULL - SOME ARCHIVE "   CCVSH1.0
001690             "DATES NOT VERIFIED".                                CCVSH1.0
001691 CLOSE-FILES.                                                     CCVSH1.0
001700     CLOSE HOUSEKEEPING-REPORT-FILE.                              CCVSH1.0
001710     STOP RUN.                                                    CCVSH1.0
001720 READ-CONTROL-CARDS.                                              CCVSH1.0
001820     IF CC-KEYWORD EQUAL TO "CUTOFF-DATE="                        CCVSH1.0
001830         AND CC-CUTOFF-DATE IS NUMERIC                            CCVSH1.0
001840             MOVE CC-CUTOFF-DATE TO CUTOFF-DATE.                  CCVSH1.0
001843     IF CC-KEYWORD EQUAL TO "INDEX-RELOAD"                        CCVSH1.0
001846         SET INDEX-RELOAD-REQUESTED TO TRUE.                      CCVSH1.0
001850     PERFORM READ-CONTROL-CARD.                                   CCVSH1.0
001860 APPLY-CONTROL-CARD-EXIT. EXIT.                                   CCVSH1.0
001870 COMPACT-RUN-SUMMARY.                                             CCVSH1.0
001920     PERFORM DISPOSE-SUMMARY-RECORD                               CCVSH1.0
001930         THRU DISPOSE-SUMMARY-RECORD-EXIT                         CCVSH1.0
001940         UNTIL SUMMARY-EOF.                                       CCVSH1.0
001941     CLOSE RUN-SUMMARY-FILE COMPACTED-SUMMARY-FILE                CCVSH1.0
001942           SUMMARY-ARCHIVE-FILE.                                  CCVSH1.0
001943 READ-RUN-SUMMARY.                                                CCVSH1.0
001944     READ RUN-SUMMARY-FILE                                        CCVSH1.0
001945         AT END SET SUMMARY-EOF TO TRUE.                          CCVSH1.0
001946 DISPOSE-SUMMARY-RECORD.                                          CCVSH1.0
001947     IF RS-RUN-DATE LESS THAN CUTOFF-DATE                         CCVSH1.0
001948         MOVE RUN-SUMMARY-REC TO SUMMARY-ARCHIVE-REC              CCVSH1.0
001949         WRITE SUMMARY-ARCHIVE-REC                                CCVSH1.0
001950         ADD 1 TO SUMMARY-ARCHIVED-COUNT                          CCVSH1.0
001951     ELSE                                                         CCVSH1.0
001952         MOVE RUN-SUMMARY-REC TO COMPACTED-SUMMARY-REC            CCVSH1.0
001953         WRITE COMPACTED-SUMMARY-REC                              CCVSH1.0
001954         ADD 1 TO SUMMARY-KEPT-COUNT.                             CCVSH1.0
001955     PERFORM READ-RUN-SUMMARY.                                    CCVSH1.0
001956 DISPOSE-SUMMARY-RECORD-EXIT. EXIT.                               CCVSH1.0
001957 COMPACT-RESULT-JOURNAL.                                          CCVSH1.0
001958     OPEN INPUT RESULT-JOURNAL-FILE.                              CCVSH1.0
001959     OPEN OUTPUT COMPACTED-JOURNAL-FILE.                          CCVSH1.0
001960     OPEN EXTEND JOURNAL-ARCHIVE-FILE.                            CCVSH1.0
001961     PERFORM OPEN-ARCHIVE-INDEX.                                  CCVSH1.0
001962     PERFORM READ-RESULT-JOURNAL.                                 CCVSH1.0
001963     PERFORM DISPOSE-JOURNAL-RECORD                               CCVSH1.0
001964         THRU DISPOSE-JOURNAL-RECORD-EXIT                         CCVSH1.0
001965         UNTIL JOURNAL-EOF.                                       CCVSH1.0
001966     CLOSE RESULT-JOURNAL-FILE COMPACTED-JOURNAL-FILE             CCVSH1.0
001967           JOURNAL-ARCHIVE-FILE.                                  CCVSH1.0
001968     IF ARCHIVE-INDEX-OPEN                                        CCVSH1.0
001969         CLOSE ARCHIVE-INDEX-FILE.                                CCVSH1.0
001970 READ-RESULT-JOURNAL.                                             CCVSH1.0
001971     READ RESULT-JOURNAL-FILE                                     CCVSH1.0
001972         AT END SET JOURNAL-EOF TO TRUE.                          CCVSH1.0
001973 DISPOSE-JOURNAL-RECORD.                                          CCVSH1.0
001974     IF RJ-RUN-DATE LESS THAN CUTOFF-DATE                         CCVSH1.0
001975         MOVE RESULT-JOURNAL-REC TO JOURNAL-ARCHIVE-REC           CCVSH1.0
001976         PERFORM INDEX-ARCHIVED-RECORD                            CCVSH1.0
001977         WRITE JOURNAL-ARCHIVE-REC                                CCVSH1.0
001978         ADD 1 TO JOURNAL-ARCHIVED-COUNT                          CCVSH1.0
001979     ELSE                                                         CCVSH1.0
001980         MOVE RESULT-JOURNAL-REC TO COMPACTED-JOURNAL-REC         CCVSH1.0
001981         WRITE COMPACTED-JOURNAL-REC                              CCVSH1.0
001982         ADD 1 TO JOURNAL-KEPT-COUNT.                             CCVSH1.0
001983     PERFORM READ-RESULT-JOURNAL.                                 CCVSH1.0
001984 DISPOSE-JOURNAL-RECORD-EXIT. EXIT.                               CCVSH1.0
001985*    THE KEYED ARCHIVE INDEX CARRIES EVERY ARCHIVED JOURNAL       CCVSH1.0
001986*    RECORD UNDER TEST-ID, PAR-NAME AND RUN DATE.  A PARAGRAPH RUNCCVSH1.0
001987*    MORE THAN ONCE ON THE SAME NIGHT TAKES THE NEXT DUPLICATE    CCVSH1.0
001988*    SEQUENCE NUMBER IN THE LAST TWO KEY BYTES, SO THE INDEX HOLDSCCVSH1.0
001989*    EXACTLY WHAT THE SEQUENTIAL ARCHIVE HOLDS.  THE CLUSTER IS   CCVSH1.0
001990*    OPENED I-O; A FRESHLY DEFINED (EMPTY) ONE IS OPENED OUTPUT.  CCVSH1.0
001991 OPEN-ARCHIVE-INDEX.                                              CCVSH1.0
001992     MOVE "N" TO ARCHIVE-INDEX-SW.                                CCVSH1.0
001993     OPEN I-O ARCHIVE-INDEX-FILE.                                 CCVSH1.0
001994     IF ARCHIVE-INDEX-STATUS NOT EQUAL TO "00"                    CCVSH1.0
001995         OPEN OUTPUT ARCHIVE-INDEX-FILE.                          CCVSH1.0
001996     IF ARCHIVE-INDEX-STATUS EQUAL TO "00"                        CCVSH1.0
001997         SET ARCHIVE-INDEX-OPEN TO TRUE.                          CCVSH1.0
001998 INDEX-ARCHIVED-RECORD.                                           CCVSH1.0
001999     MOVE JA-TEST-ID TO AX-TEST-ID.                               CCVSH1.0
002000     MOVE JA-PAR-NAME TO AX-PAR-NAME.                             CCVSH1.0
002001     MOVE JA-RUN-DATE TO AX-RUN-DATE.                             CCVSH1.0
002002     MOVE ZERO TO AX-DUP-SEQ.                                     CCVSH1.0
002003     MOVE JOURNAL-ARCHIVE-REC TO AX-JOURNAL-IMAGE.                CCVSH1.0
002004     MOVE "N" TO INDEX-WRITTEN-SW.                                CCVSH1.0
002005     PERFORM WRITE-ARCHIVE-INDEX THRU WRITE-ARCHIVE-INDEX-EXIT    CCVSH1.0
002006         UNTIL INDEX-WRITTEN.                                     CCVSH1.0
002007 WRITE-ARCHIVE-INDEX.                                             CCVSH1.0
002008     IF NOT ARCHIVE-INDEX-OPEN                                    CCVSH1.0
002009         ADD 1 TO INDEX-MISSED-COUNT                              CCVSH1.0
002010         SET INDEX-WRITTEN TO TRUE                                CCVSH1.0
002011         GO TO WRITE-ARCHIVE-INDEX-EXIT.                          CCVSH1.0
002012     SET INDEX-WRITTEN TO TRUE.                                   CCVSH1.0
002013     WRITE ARCHIVE-INDEX-REC                                      CCVSH1.0
002014         INVALID KEY MOVE "N" TO INDEX-WRITTEN-SW.                CCVSH1.0
002015     IF INDEX-WRITTEN                                             CCVSH1.0
002016         ADD 1 TO INDEX-LOADED-COUNT                              CCVSH1.0
002017         GO TO WRITE-ARCHIVE-INDEX-EXIT.                          CCVSH1.0
002018     IF ARCHIVE-INDEX-STATUS NOT EQUAL TO "22"                    CCVSH1.0
002019         OR AX-DUP-SEQ EQUAL TO 99                                CCVSH1.0
002020             ADD 1 TO INDEX-MISSED-COUNT                          CCVSH1.0
002021             SET INDEX-WRITTEN TO TRUE                            CCVSH1.0
002022             GO TO WRITE-ARCHIVE-INDEX-EXIT.                      CCVSH1.0
002023     ADD 1 TO AX-DUP-SEQ.                                         CCVSH1.0
002024 WRITE-ARCHIVE-INDEX-EXIT. EXIT.                                  CCVSH1.0
002025*    INDEX-RELOAD CARD: LOAD THE WHOLE SEQUENTIAL ARCHIVE INTO A  CCVSH1.0
002026*    FRESHLY DEFINED INDEX CLUSTER BEFORE THIS WEEK'S RECORDS ARE CCVSH1.0
002027*    ADDED.  USED ONCE WHEN THE INDEX IS FIRST BUILT, AND AGAIN   CCVSH1.0
002028*    WHENEVER THE VERIFICATION BELOW REPORTS A DISAGREEMENT.      CCVSH1.0
002029 RELOAD-ARCHIVE-INDEX.                                            CCVSH1.0
002030     OPEN INPUT JOURNAL-ARCHIVE-FILE.                             CCVSH1.0
002031     OPEN OUTPUT ARCHIVE-INDEX-FILE.                              CCVSH1.0
002032     MOVE "N" TO ARCHIVE-INDEX-SW.                                CCVSH1.0
002033     IF ARCHIVE-INDEX-STATUS EQUAL TO "00"                        CCVSH1.0
002034         SET ARCHIVE-INDEX-OPEN TO TRUE.                          CCVSH1.0
002035     MOVE "N" TO ARCHIVE-EOF-SW.                                  CCVSH1.0
002036     PERFORM READ-JOURNAL-ARCHIVE.                                CCVSH1.0
002037     PERFORM RELOAD-ONE-ARCHIVE-RECORD UNTIL ARCHIVE-EOF.         CCVSH1.0
002038     CLOSE JOURNAL-ARCHIVE-FILE.                                  CCVSH1.0
002039     IF ARCHIVE-INDEX-OPEN                                        CCVSH1.0
002040         CLOSE ARCHIVE-INDEX-FILE.                                CCVSH1.0
002041     MOVE INDEX-LOADED-COUNT TO INDEX-RELOADED-COUNT.             CCVSH1.0
002042     MOVE ZERO TO INDEX-LOADED-COUNT.                             CCVSH1.0
002043 READ-JOURNAL-ARCHIVE.                                            CCVSH1.0
002044     READ JOURNAL-ARCHIVE-FILE                                    CCVSH1.0
002045         AT END SET ARCHIVE-EOF TO TRUE.                          CCVSH1.0
002046 RELOAD-ONE-ARCHIVE-RECORD.                                       CCVSH1.0
002047     PERFORM INDEX-ARCHIVED-RECORD.                               CCVSH1.0
002048     PERFORM READ-JOURNAL-ARCHIVE.                                CCVSH1.0
002049*    VERIFICATION PASS: COUNT THE RECORDS FOR EACH RUN DATE ON THECCVSH1.0
002050*    SEQUENTIAL ARCHIVE AND ON THE KEYED INDEX AND REPORT EVERY   CCVSH1.0
002051*    RUN DATE WHERE THE TWO COUNTS DIFFER.                        CCVSH1.0
002052 VERIFY-ARCHIVE-INDEX.                                            CCVSH1.0
002053     MOVE ZERO TO VERIFY-DATE-COUNT.                              CCVSH1.0
002054     MOVE ZERO TO HIT-SUB.                                        CCVSH1.0
002055     MOVE "A" TO VERIFY-SIDE.                                     CCVSH1.0
002056     OPEN INPUT JOURNAL-ARCHIVE-FILE.                             CCVSH1.0
002057     MOVE "N" TO ARCHIVE-EOF-SW.                                  CCVSH1.0
002058     PERFORM READ-JOURNAL-ARCHIVE.                                CCVSH1.0
002059     PERFORM COUNT-ARCHIVE-RECORD UNTIL ARCHIVE-EOF.              CCVSH1.0
002060     CLOSE JOURNAL-ARCHIVE-FILE.                                  CCVSH1.0
002061     MOVE "I" TO VERIFY-SIDE.                                     CCVSH1.0
002062     MOVE "N" TO INDEX-EOF-SW.                                    CCVSH1.0
002063     OPEN INPUT ARCHIVE-INDEX-FILE.                               CCVSH1.0
002064     IF ARCHIVE-INDEX-STATUS NOT EQUAL TO "00"                    CCVSH1.0
002065         SET INDEX-EOF TO TRUE                                    CCVSH1.0
002066     ELSE                                                         CCVSH1.0
002067         PERFORM READ-NEXT-ARCHIVE-INDEX.                         CCVSH1.0
002068     PERFORM COUNT-INDEX-RECORD UNTIL INDEX-EOF.                  CCVSH1.0
002069     IF ARCHIVE-INDEX-STATUS EQUAL TO "00"                        CCVSH1.0
002070         OR ARCHIVE-INDEX-STATUS EQUAL TO "10"                    CCVSH1.0
002071             CLOSE ARCHIVE-INDEX-FILE.                            CCVSH1.0
002072     PERFORM REPORT-DATE-MISMATCH THRU REPORT-DATE-MISMATCH-EXIT  CCVSH1.0
002073         VARYING SUB-1 FROM 1 BY 1                                CCVSH1.0
002074         UNTIL SUB-1 GREATER THAN VERIFY-DATE-COUNT.              CCVSH1.0
002075 READ-NEXT-ARCHIVE-INDEX.                                         CCVSH1.0
002076     READ ARCHIVE-INDEX-FILE NEXT RECORD                          CCVSH1.0
002077         AT END SET INDEX-EOF TO TRUE.                            CCVSH1.0
002078 COUNT-ARCHIVE-RECORD.                                            CCVSH1.0
002079     MOVE JA-RUN-DATE TO VERIFY-RUN-DATE.                         CCVSH1.0
002080     PERFORM COUNT-VERIFY-DATE THRU COUNT-VERIFY-DATE-EXIT.       CCVSH1.0
002081     PERFORM READ-JOURNAL-ARCHIVE.                                CCVSH1.0
002082 COUNT-INDEX-RECORD.                                              CCVSH1.0
002083     MOVE AX-RUN-DATE TO VERIFY-RUN-DATE.                         CCVSH1.0
002084     PERFORM COUNT-VERIFY-DATE THRU COUNT-VERIFY-DATE-EXIT.       CCVSH1.0
002085     PERFORM READ-NEXT-ARCHIVE-INDEX.                             CCVSH1.0
002086*    THE ARCHIVE IS WRITTEN IN RUN-DATE ORDER, SO THE DATE LAST   CCVSH1.0
002087*    COUNTED IS TRIED BEFORE THE TABLE IS SEARCHED.               CCVSH1.0
002088 COUNT-VERIFY-DATE.                                               CCVSH1.0
002089     IF HIT-SUB GREATER THAN ZERO                                 CCVSH1.0
002090         AND VD-RUN-DATE (HIT-SUB) EQUAL TO VERIFY-RUN-DATE       CCVSH1.0
002091             GO TO COUNT-VERIFY-DATE-TALLY.                       CCVSH1.0
002092     PERFORM TABLE-SCAN-NULL                                      CCVSH1.0
002093         VARYING SUB-1 FROM 1 BY 1                                CCVSH1.0
002094         UNTIL SUB-1 GREATER THAN VERIFY-DATE-COUNT               CCVSH1.0
002095         OR VD-RUN-DATE (SUB-1) EQUAL TO VERIFY-RUN-DATE.         CCVSH1.0
002096     IF SUB-1 NOT GREATER THAN VERIFY-DATE-COUNT                  CCVSH1.0
002097         MOVE SUB-1 TO HIT-SUB                                    CCVSH1.0
002098     ELSE IF VERIFY-DATE-COUNT LESS THAN 2000                     CCVSH1.0
002099         ADD 1 TO VERIFY-DATE-COUNT                               CCVSH1.0
002100         MOVE VERIFY-DATE-COUNT TO HIT-SUB                        CCVSH1.0
002101         MOVE VERIFY-RUN-DATE TO VD-RUN-DATE (HIT-SUB)            CCVSH1.0
002102         MOVE ZERO TO VD-ARCHIVE-COUNT (HIT-SUB)                  CCVSH1.0
002103         MOVE ZERO TO VD-INDEX-COUNT (HIT-SUB)                    CCVSH1.0
002104     ELSE                                                         CCVSH1.0
002105         ADD 1 TO VERIFY-OVERFLOW-COUNT                           CCVSH1.0
002106         MOVE ZERO TO HIT-SUB                                     CCVSH1.0
002107         GO TO COUNT-VERIFY-DATE-EXIT.                            CCVSH1.0
002108 COUNT-VERIFY-DATE-TALLY.                                         CCVSH1.0
002109     IF VERIFY-SIDE EQUAL TO "A"                                  CCVSH1.0
002110         ADD 1 TO VD-ARCHIVE-COUNT (HIT-SUB)                      CCVSH1.0
002111     ELSE                                                         CCVSH1.0
002112         ADD 1 TO VD-INDEX-COUNT (HIT-SUB).                       CCVSH1.0
002113 COUNT-VERIFY-DATE-EXIT. EXIT.                                    CCVSH1.0
002114 REPORT-DATE-MISMATCH.                                            CCVSH1.0
002115     IF VD-ARCHIVE-COUNT (SUB-1) EQUAL TO VD-INDEX-COUNT (SUB-1)  CCVSH1.0
002116         GO TO REPORT-DATE-MISMATCH-EXIT.                         CCVSH1.0
002117     ADD 1 TO VERIFY-MISMATCH-COUNT.                              CCVSH1.0
002118     MOVE VD-RUN-DATE (SUB-1) TO IM-RUN-DATE.                     CCVSH1.0
002119     MOVE VD-ARCHIVE-COUNT (SUB-1) TO IM-ARCHIVE-COUNT.           CCVSH1.0
002120     MOVE VD-INDEX-COUNT (SUB-1) TO IM-INDEX-COUNT.               CCVSH1.0
002121     MOVE INDEX-MISMATCH-LINE TO HOUSEKEEPING-REPORT-REC.         CCVSH1.0
002122     PERFORM WRITE-REPORT-LINE.                                   CCVSH1.0
002123 REPORT-DATE-MISMATCH-EXIT. EXIT.                                 CCVSH1.0
002125 LOAD-PAR-NAME-TABLE.                                             CCVSH1.0
002126     OPEN INPUT TEST-CASE-FILE.                                   CCVSH1.0
002130     PERFORM READ-TEST-CASE.                                      CCVSH1.0
003002     MOVE HOUSEKEEPING-TOTAL-LINE TO HOUSEKEEPING-REPORT-REC.     CCVSH1.0
003003     PERFORM WRITE-REPORT-LINE.                                   CCVSH1.0
003004     MOVE SPACE TO HOUSEKEEPING-TOTAL-LINE.                       CCVSH1.0
003005     IF INDEX-RELOAD-REQUESTED                                    CCVSH1.0
003006         MOVE INDEX-RELOADED-COUNT TO HT-COUNT                    CCVSH1.0
003007         MOVE "ARCHIVE RECORDS RELOADED INTO THE KEYED INDEX"     CCVSH1.0
003008             TO HT-DESC                                           CCVSH1.0
003009         MOVE HOUSEKEEPING-TOTAL-LINE TO HOUSEKEEPING-REPORT-REC  CCVSH1.0
003010         PERFORM WRITE-REPORT-LINE                                CCVSH1.0
003011         MOVE SPACE TO HOUSEKEEPING-TOTAL-LINE.                   CCVSH1.0
003012     MOVE INDEX-LOADED-COUNT TO HT-COUNT.                         CCVSH1.0
003013     MOVE "ARCHIVED RECORDS ADDED TO THE KEYED INDEX" TO HT-DESC. CCVSH1.0
003014     MOVE HOUSEKEEPING-TOTAL-LINE TO HOUSEKEEPING-REPORT-REC.     CCVSH1.0
003015     PERFORM WRITE-REPORT-LINE.                                   CCVSH1.0
003016     MOVE SPACE TO HOUSEKEEPING-TOTAL-LINE.                       CCVSH1.0
003017     MOVE INDEX-MISSED-COUNT TO HT-COUNT.                         CCVSH1.0
003018     MOVE "ARCHIVED RECORDS NOT ADDED TO THE KEYED INDEX"         CCVSH1.0
003019         TO HT-DESC.                                              CCVSH1.0
003020     MOVE HOUSEKEEPING-TOTAL-LINE TO HOUSEKEEPING-REPORT-REC.     CCVSH1.0
003021     PERFORM WRITE-REPORT-LINE.                                   CCVSH1.0
003022     MOVE SPACE TO HOUSEKEEPING-TOTAL-LINE.                       CCVSH1.0
003023     MOVE VERIFY-DATE-COUNT TO HT-COUNT.                          CCVSH1.0
003024     MOVE "ARCHIVE RUN DATES VERIFIED AGAINST THE KEYED INDEX"    CCVSH1.0
003025         TO HT-DESC.                                              CCVSH1.0
003026     MOVE HOUSEKEEPING-TOTAL-LINE TO HOUSEKEEPING-REPORT-REC.     CCVSH1.0
003027     PERFORM WRITE-REPORT-LINE.                                   CCVSH1.0
003028     MOVE SPACE TO HOUSEKEEPING-TOTAL-LINE.                       CCVSH1.0
003029     MOVE VERIFY-MISMATCH-COUNT TO HT-COUNT.                      CCVSH1.0
003030     MOVE "RUN DATES WHERE INDEX AND ARCHIVE DISAGREE" TO HT-DESC.CCVSH1.0
003031     MOVE HOUSEKEEPING-TOTAL-LINE TO HOUSEKEEPING-REPORT-REC.     CCVSH1.0
003032     PERFORM WRITE-REPORT-LINE.                                   CCVSH1.0
003033     MOVE SPACE TO HOUSEKEEPING-TOTAL-LINE.                       CCVSH1.0
003034     MOVE VERIFY-OVERFLOW-COUNT TO HT-COUNT.                      CCVSH1.0
003035     MOVE "RECORDS NOT VERIFIED - RUN-DATE TABLE FULL" TO HT-DESC.CCVSH1.0
003036     MOVE HOUSEKEEPING-TOTAL-LINE TO HOUSEKEEPING-REPORT-REC.     CCVSH1.0
003037     PERFORM WRITE-REPORT-LINE.                                   CCVSH1.0
003038     MOVE SPACE TO HOUSEKEEPING-TOTAL-LINE.                       CCVSH1.0
003039     MOVE DETAIL-KEPT-COUNT TO HT-COUNT.                          CCVSH1.0
003040     MOVE "HISTORY-DETAIL RECORDS KEPT" TO HT-DESC.               CCVSH1.0
003041     MOVE HOUSEKEEPING-TOTAL-LINE TO HOUSEKEEPING-REPORT-REC.     CCVSH1.0
003042     PERFORM WRITE-REPORT-LINE.                                   CCVSH1.0
003050     MOVE SPACE TO HOUSEKEEPING-TOTAL-LINE.                       CCVSH1.0
003060     MOVE DETAIL-DELETED-COUNT TO HT-COUNT.                       CCVSH1.0
003070     MOVE "HISTORY-DETAIL ORPHANS DELETED" TO HT-DESC.            CCVSH1.0
