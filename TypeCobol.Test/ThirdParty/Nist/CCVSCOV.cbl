000100 IDENTIFICATION DIVISION.                                         CCVS81.0
000110 PROGRAM-ID. CCVSCOV.                                             CCVS81.0
000118*    ANSI CLAUSE COVERAGE MATRIX FOR THE WHOLE SUITE.  JOINS THE  CCVS81.0
000126*    CLAUSE MASTER (THE SAME CLAUSES K6SCA VALIDATES EACH         CCVS81.0
000134*    ANSI-REFERENCE AGAINST) WITH THE ANSI-REFERENCE JOURNALED    CCVS81.0
000142*    FOR EVERY PARAGRAPH OF EVERY PROGRAM ON CCVS.RUN.ROSTER,     CCVS81.0
000150*    READING THE JOURNAL ARCHIVE (CCVS.JOURNAL.ARCHIVE) AND THE   CCVS81.0
000158*    LIVE RESULT JOURNAL.  THE REFERENCE IS THE ONE CODED IN COLS CCVS81.0
000166*    310-324 OF THE PARAGRAPH'S TEST-CASE RECORD (MAINTAINED BY   CCVS81.0
000174*    CCVSVAL ADD AND CHANGE CARDS), WHICH THE TEST PROGRAMS CARRY CCVS81.0
000182*    ONTO EVERY JOURNAL RECORD.  A PARAGRAPH COVERS THE CLAUSE ON CCVS81.0
000190*    ITS MOST RECENT JOURNAL RECORD THAT CARRIES A REFERENCE, AND CCVS81.0
000198*    IS SHOWN WITH THE DISPOSITION OF ITS MOST RECENT RUN.        CCVS81.0
000206*    PARAGRAPHS OF PROGRAMS NO LONGER ROSTERED ARE LEFT OUT.      CCVS81.0
000214*    FOR EACH CLAUSE THE REPORT LISTS THE COVERING TEST-ID AND    CCVS81.0
000222*    PAR-NAMES.  A CLAUSE WHOSE EVERY COVERING PARAGRAPH IS LAST  CCVS81.0
000230*    FAILING (FAIL*), DELETED (*****) OR QUARANTINED (QUAR*) IS   CCVS81.0
000238*    FLAGGED AS WEAKLY COVERED.  THE REPORT ENDS WITH THE         CCVS81.0
000246*    UNCOVERED CLAUSES, THE WEAKLY COVERED CLAUSES AND, FOR EACH  CCVS81.0
000254*    STANDARD MODULE (THE LETTERS ENDING THE CLAUSE REFERENCE),   CCVS81.0
000262*    THE PERCENTAGE OF ITS CLAUSES COVERED AND THE PERCENTAGE     CCVS81.0
000270*    COVERED BY A PARAGRAPH THAT IS NOT FAILING, DELETED OR       CCVS81.0
000276*    QUARANTINED.  RC 0 = EVERY CLAUSE SOUNDLY COVERED.  RC 4 =   CCVS81.0
000282*    UNCOVERED OR WEAKLY COVERED CLAUSES, A PARAGRAPH CITING A    CCVS81.0
000288*    CLAUSE NOT IN THE MASTER BELOW (K6SCA'S TABLE HAS A CLAUSE   CCVS81.0
000294*    THIS PROGRAM LACKS, OR A BAD CITATION), OR THE PARAGRAPH     CCVS81.0
000300*    TABLE FILLED.  RC 16 = THE ROSTER OR THE LIVE RESULT JOURNAL CCVS81.0
000306*    COULD NOT BE READ (FOR THE JOURNAL THE FILE STATUS IS        CCVS81.0
000312*    PRINTED); NO MATRIX IS PRODUCED.  RUN ON DEMAND FROM THE     CCVS81.0
000318*    MAINTENANCE JOB.                                             CCVS81.0
000330 ENVIRONMENT DIVISION.                                            CCVS81.0
000340 INPUT-OUTPUT SECTION.                                            CCVS81.0
000350 FILE-CONTROL.                                                    CCVS81.0
000360     SELECT ROSTER-FILE ASSIGN TO                                 CCVS81.0
000370     XXXXX084                                                     CCVS81.0
000380     FILE STATUS IS ROSTER-STATUS.                                CCVS81.0
000390     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO                        CCVS81.0
000400     XXXXX091                                                     CCVS81.0
000410     FILE STATUS IS JOURNAL-ARCHIVE-STATUS.                       CCVS81.0
000420     SELECT RESULT-JOURNAL-FILE ASSIGN TO                         CCVS81.0
000426     XXXXX064                                                     CCVS81.0
000432     FILE STATUS IS JOURNAL-STATUS.                               CCVS81.0
000440     SELECT COVERAGE-REPORT-FILE ASSIGN TO                        CCVS81.0
000450     XXXXX168.                                                    CCVS81.0
000460 DATA DIVISION.                                                   CCVS81.0
000470 FILE SECTION.                                                    CCVS81.0
000480 FD  ROSTER-FILE.                                                 CCVS81.0
000490 01  ROSTER-REC.                                                  CCVS81.0
000500     02 EP-PGM-ID            PIC X(9).                            CCVS81.0
000510     02 FILLER               PIC X.                               CCVS81.0
000520     02 EP-STREAM-ID         PIC X.                               CCVS81.0
000530     02 FILLER               PIC X(69).                           CCVS81.0
000540 FD  JOURNAL-ARCHIVE-FILE.                                        CCVS81.0
000550 01  JOURNAL-ARCHIVE-REC.                                         CCVS81.0
000560     02 JA-TEST-ID            PIC X(9).                           CCVS81.0
000570     02 JA-PAR-NAME           PIC X(22).                          CCVS81.0
000580     02 JA-RUN-DATE           PIC 9(8).                           CCVS81.0
000590     02 JA-DISPOSITION        PIC X(5).                           CCVS81.0
000600     02 JA-FEATURE            PIC X(20).                          CCVS81.0
000610     02 JA-COMPUTED           PIC X(20).                          CCVS81.0
000620     02 JA-CORRECT            PIC X(20).                          CCVS81.0
000630     02 JA-RE-MARK            PIC X(61).                          CCVS81.0
000640     02 JA-ELAPSED-TIME       PIC 9(7).                           CCVS81.0
000650     02 JA-COMPILER-REL       PIC X(8).                           CCVS81.0
000660     02 JA-QUAR-RESULT        PIC X(5).                           CCVS81.0
000670     02 JA-ANSI-REFERENCE     PIC X(15).                          CCVS81.0
000680 FD  RESULT-JOURNAL-FILE.                                         CCVS81.0
000690 01  RESULT-JOURNAL-REC.                                          CCVS81.0
000700     02 RJ-TEST-ID            PIC X(9).                           CCVS81.0
000710     02 RJ-PAR-NAME           PIC X(22).                          CCVS81.0
000720     02 RJ-RUN-DATE           PIC 9(8).                           CCVS81.0
000730     02 RJ-DISPOSITION        PIC X(5).                           CCVS81.0
000740     02 RJ-FEATURE            PIC X(20).                          CCVS81.0
000750     02 RJ-COMPUTED           PIC X(20).                          CCVS81.0
000760     02 RJ-CORRECT            PIC X(20).                          CCVS81.0
000770     02 RJ-RE-MARK            PIC X(61).                          CCVS81.0
000780     02 RJ-ELAPSED-TIME       PIC 9(7).                           CCVS81.0
000790     02 RJ-COMPILER-REL       PIC X(8).                           CCVS81.0
000800     02 RJ-QUAR-RESULT        PIC X(5).                           CCVS81.0
000810     02 RJ-ANSI-REFERENCE     PIC X(15).                          CCVS81.0
000820 FD  COVERAGE-REPORT-FILE.                                        CCVS81.0
000830 01  COVERAGE-REPORT-REC                PIC X(132).               CCVS81.0
000840 WORKING-STORAGE SECTION.                                         CCVS81.0
000850 01  ROSTER-STATUS                      PIC XX     VALUE SPACE.   CCVS81.0
000860 01  JOURNAL-ARCHIVE-STATUS             PIC XX     VALUE SPACE.   CCVS81.0
000865 01  JOURNAL-STATUS                     PIC XX     VALUE SPACE.   CCVS81.0
000870 01  ROSTER-EOF-SW                      PIC X      VALUE "N".     CCVS81.0
000880     88 ROSTER-EOF                                 VALUE "Y".     CCVS81.0
000890 01  ARCHIVE-EOF-SW                     PIC X      VALUE "N".     CCVS81.0
000900     88 ARCHIVE-EOF                                VALUE "Y".     CCVS81.0
000910 01  JOURNAL-EOF-SW                     PIC X      VALUE "N".     CCVS81.0
000920     88 JOURNAL-EOF                                VALUE "Y".     CCVS81.0
000923 01  JOURNAL-ERROR-SW                   PIC X      VALUE "N".     CCVS81.0
000926     88 JOURNAL-UNREADABLE                         VALUE "Y".     CCVS81.0
000930 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVS81.0
000940 01  ARCHIVE-SOURCE                     PIC X(30)  VALUE SPACE.   CCVS81.0
000950 01  WORK-TEST-ID                       PIC X(9)   VALUE SPACE.   CCVS81.0
000960 01  WORK-PAR-NAME                      PIC X(22)  VALUE SPACE.   CCVS81.0
000970 01  WORK-RUN-DATE                      PIC 9(8)   VALUE ZERO.    CCVS81.0
000980 01  WORK-DISPOSITION                   PIC X(5)   VALUE SPACE.   CCVS81.0
000990 01  WORK-REFERENCE                     PIC X(15)  VALUE SPACE.   CCVS81.0
001000 01  WORK-MODULE                        PIC X(4)   VALUE SPACE.   CCVS81.0
001006*    THE CLAUSE MASTER.  THESE ARE THE ENTRIES OF                 CCVS81.0
001012*    ANSI-REF-TABLE-DATA IN K6SCA AND ARE CHANGED WITH THEM.  A   CCVS81.0
001018*    JOURNALED REFERENCE MISSING HERE IS COUNTED AND ENDS THE RUN CCVS81.0
001024*    RC 4, SO A CLAUSE ADDED ONLY TO K6SCA IS NOTICED.            CCVS81.0
001030 01  CLAUSE-MASTER-DATA.                                          CCVS81.0
001040     02 FILLER PIC X(15) VALUE "4.9.34.2FR".                      CCVS81.0
001050     02 FILLER PIC X(15) VALUE "4.9.34.3IO".                      CCVS81.0
001060     02 FILLER PIC X(15) VALUE "7.2.6FR".                         CCVS81.0
001070     02 FILLER PIC X(15) VALUE "8.3.1IO".                         CCVS81.0
001080     02 FILLER PIC X(15) VALUE "12.3.4FR".                        CCVS81.0
001090     02 FILLER PIC X(15) VALUE "12.3.9IO".                        CCVS81.0
001100     02 FILLER PIC X(15) VALUE "14.6.1FR".                        CCVS81.0
001110     02 FILLER PIC X(15) VALUE "14.6.1IO".                        CCVS81.0
001120     02 FILLER PIC X(15) VALUE "15.4.16FR".                       CCVS81.0
001130     02 FILLER PIC X(15) VALUE "15.4.16IO".                       CCVS81.0
001140 01  CLAUSE-MASTER REDEFINES CLAUSE-MASTER-DATA.                  CCVS81.0
001150     02 CM-REFERENCE PIC X(15) OCCURS 10 TIMES.                   CCVS81.0
001160 01  CLAUSE-COUNT                       PIC S9(4) COMP VALUE 10.  CCVS81.0
001170 01  CLAUSE-TABLE.                                                CCVS81.0
001180     02 CLAUSE-ENTRY OCCURS 10 TIMES.                             CCVS81.0
001190         03 CL-MODULE         PIC X(4).                           CCVS81.0
001200         03 CL-COVER-COUNT    PIC 9(4).                           CCVS81.0
001210         03 CL-SOUND-COUNT    PIC 9(4).                           CCVS81.0
001220 01  MODULE-COUNT                       PIC S9(4) COMP VALUE 0.   CCVS81.0
001230 01  MODULE-TABLE.                                                CCVS81.0
001240     02 MODULE-ENTRY OCCURS 10 TIMES.                             CCVS81.0
001250         03 MD-MODULE         PIC X(4).                           CCVS81.0
001260         03 MD-CLAUSE-COUNT   PIC 9(4).                           CCVS81.0
001270         03 MD-COVERED-COUNT  PIC 9(4).                           CCVS81.0
001280         03 MD-SOUND-COUNT    PIC 9(4).                           CCVS81.0
001290 01  ROSTER-COUNT                       PIC S9(4) COMP VALUE 0.   CCVS81.0
001300 01  ROSTER-TABLE.                                                CCVS81.0
001310     02 RO-PGM-ID PIC X(9) OCCURS 500 TIMES.                      CCVS81.0
001320 01  PARAGRAPH-COUNT                    PIC S9(4) COMP VALUE 0.   CCVS81.0
001330 01  PARAGRAPH-TABLE.                                             CCVS81.0
001340     02 PARAGRAPH-ENTRY OCCURS 2000 TIMES.                        CCVS81.0
001350         03 PG-TEST-ID        PIC X(9).                           CCVS81.0
001360         03 PG-PAR-NAME       PIC X(22).                          CCVS81.0
001370         03 PG-RUN-DATE       PIC 9(8).                           CCVS81.0
001380         03 PG-DISPOSITION    PIC X(5).                           CCVS81.0
001390         03 PG-REF-DATE       PIC 9(8).                           CCVS81.0
001400         03 PG-REFERENCE      PIC X(15).                          CCVS81.0
001410 01  RECORDS-READ-COUNT                 PIC 9(7)   VALUE ZERO.    CCVS81.0
001420 01  UNROSTERED-COUNT                   PIC 9(7)   VALUE ZERO.    CCVS81.0
001430 01  OVERFLOW-COUNT                     PIC 9(7)   VALUE ZERO.    CCVS81.0
001440 01  UNREFERENCED-COUNT                 PIC 9(5)   VALUE ZERO.    CCVS81.0
001450 01  NOT-IN-MASTER-COUNT                PIC 9(5)   VALUE ZERO.    CCVS81.0
001460 01  UNCOVERED-COUNT                    PIC 9(5)   VALUE ZERO.    CCVS81.0
001470 01  WEAK-COUNT                         PIC 9(5)   VALUE ZERO.    CCVS81.0
001480 01  COVERAGE-PERCENT                   PIC 999V9  VALUE ZERO.    CCVS81.0
001490 01  SUB-1                              PIC S9(4) COMP VALUE 0.   CCVS81.0
001500 01  SUB-2                              PIC S9(4) COMP VALUE 0.   CCVS81.0
001510 01  HIT-SUB                            PIC S9(4) COMP VALUE 0.   CCVS81.0
001520 01  CHAR-SUB                           PIC S9(4) COMP VALUE 0.   CCVS81.0
001530 01  COVERAGE-HEADING-1.                                          CCVS81.0
001540     02 FILLER PIC X(20) VALUE SPACE.                             CCVS81.0
001550     02 FILLER PIC X(44)                                          CCVS81.0
001560         VALUE "CCVS ANSI CLAUSE COVERAGE MATRIX".                CCVS81.0
001570     02 FILLER PIC X(60) VALUE SPACE.                             CCVS81.0
001580     02 CH-RUN-DATE        PIC 9(8).                              CCVS81.0
001590 01  COVERAGE-HEADING-2.                                          CCVS81.0
001600     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS81.0
001610     02 FILLER PIC X(19) VALUE "ROSTERED PROGRAMS  ".             CCVS81.0
001620     02 CH-ROSTER-COUNT    PIC ZZZ9.                              CCVS81.0
001630     02 FILLER PIC X(22) VALUE "    JOURNAL ARCHIVE   ".          CCVS81.0
001640     02 CH-ARCHIVE-SOURCE  PIC X(30).                             CCVS81.0
001650     02 FILLER PIC X(56) VALUE SPACE.                             CCVS81.0
001660 01  SECTION-HEADING-LINE.                                        CCVS81.0
001670     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS81.0
001680     02 SH-TITLE           PIC X(60).                             CCVS81.0
001690     02 FILLER PIC X(71) VALUE SPACE.                             CCVS81.0
001700 01  CLAUSE-LINE.                                                 CCVS81.0
001710     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS81.0
001720     02 FILLER PIC X(7)  VALUE "CLAUSE ".                         CCVS81.0
001730     02 CX-REFERENCE       PIC X(15).                             CCVS81.0
001740     02 FILLER PIC X(8)  VALUE " MODULE ".                        CCVS81.0
001750     02 CX-MODULE          PIC X(4).                              CCVS81.0
001760     02 FILLER PIC X(13) VALUE "  PARAGRAPHS ".                   CCVS81.0
001770     02 CX-COVER-COUNT     PIC ZZZ9.                              CCVS81.0
001780     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS81.0
001790     02 CX-TEXT            PIC X(60).                             CCVS81.0
001800     02 FILLER PIC X(18) VALUE SPACE.                             CCVS81.0
001810 01  COVERING-LINE.                                               CCVS81.0
001820     02 FILLER PIC X(5)  VALUE SPACE.                             CCVS81.0
001830     02 CV-TEST-ID         PIC X(9).                              CCVS81.0
001840     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS81.0
001850     02 CV-PAR-NAME        PIC X(22).                             CCVS81.0
001860     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS81.0
001870     02 CV-DISPOSITION     PIC X(5).                              CCVS81.0
001880     02 FILLER PIC X(10) VALUE " LAST RUN ".                      CCVS81.0
001890     02 CV-RUN-DATE        PIC 9(8).                              CCVS81.0
001900     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS81.0
001910     02 CV-FLAG            PIC X(14).                             CCVS81.0
001920     02 FILLER PIC X(55) VALUE SPACE.                             CCVS81.0
001930 01  GAP-LINE.                                                    CCVS81.0
001940     02 FILLER PIC X(5)  VALUE SPACE.                             CCVS81.0
001950     02 GL-REFERENCE       PIC X(15).                             CCVS81.0
001960     02 FILLER PIC X(8)  VALUE " MODULE ".                        CCVS81.0
001970     02 GL-MODULE          PIC X(4).                              CCVS81.0
001980     02 FILLER PIC X(100) VALUE SPACE.                            CCVS81.0
001990 01  MODULE-COLUMN-HEADING.                                       CCVS81.0
002000     02 FILLER PIC X(30)                                          CCVS81.0
002010         VALUE " MODULE CLAUSES COVERED      %".                  CCVS81.0
002020     02 FILLER PIC X(20)                                          CCVS81.0
002030         VALUE "      SOUNDLY      %".                            CCVS81.0
002040     02 FILLER PIC X(82) VALUE SPACE.                             CCVS81.0
002050 01  MODULE-LINE.                                                 CCVS81.0
002060     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS81.0
002070     02 ML-MODULE          PIC X(4).                              CCVS81.0
002080     02 FILLER PIC X(6)  VALUE SPACE.                             CCVS81.0
002090     02 ML-CLAUSE-COUNT    PIC ZZZ9.                              CCVS81.0
002100     02 FILLER PIC X(4)  VALUE SPACE.                             CCVS81.0
002110     02 ML-COVERED-COUNT   PIC ZZZ9.                              CCVS81.0
002120     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS81.0
002130     02 ML-COVERED-PCT     PIC ZZ9.9.                             CCVS81.0
002140     02 FILLER PIC X(9)  VALUE SPACE.                             CCVS81.0
002150     02 ML-SOUND-COUNT     PIC ZZZ9.                              CCVS81.0
002160     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS81.0
002170     02 ML-SOUND-PCT       PIC ZZ9.9.                             CCVS81.0
002180     02 FILLER PIC X(82) VALUE SPACE.                             CCVS81.0
002190 01  COVERAGE-TOTAL-LINE.                                         CCVS81.0
002200     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS81.0
002210     02 TL-COUNT           PIC ZZZZZZ9.                           CCVS81.0
002220     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS81.0
002230     02 TL-DESC            PIC X(60).                             CCVS81.0
002240     02 FILLER PIC X(63) VALUE SPACE.                             CCVS81.0
002241 01  JOURNAL-ERROR-LINE.                                          CCVS81.0
002242     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS81.0
002243     02 FILLER PIC X(47)                                          CCVS81.0
002244         VALUE "RESULT JOURNAL COULD NOT BE READ - FILE STATUS ". CCVS81.0
002245     02 JE-STATUS          PIC XX.                                CCVS81.0
002246     02 FILLER PIC X(21) VALUE " - NO MATRIX PRODUCED".           CCVS81.0
002247     02 FILLER PIC X(61) VALUE SPACE.                             CCVS81.0
002250 PROCEDURE DIVISION.                                              CCVS81.0
002260 CCVSCOV-MAIN SECTION.                                            CCVS81.0
002270 OPEN-FILES.                                                      CCVS81.0
002280     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVS81.0
002290     OPEN OUTPUT COVERAGE-REPORT-FILE.                            CCVS81.0
002300     MOVE TODAYS-RUN-DATE TO CH-RUN-DATE.                         CCVS81.0
002310     MOVE COVERAGE-HEADING-1 TO COVERAGE-REPORT-REC.              CCVS81.0
002320     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
002330     PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT.                   CCVS81.0
002340     IF ROSTER-COUNT EQUAL TO ZERO                                CCVS81.0
002350         MOVE ZERO TO TL-COUNT                                    CCVS81.0
002360         MOVE "PROGRAMS ON CCVS.RUN.ROSTER - NO MATRIX PRODUCED"  CCVS81.0
002370             TO TL-DESC                                           CCVS81.0
002380         MOVE COVERAGE-TOTAL-LINE TO COVERAGE-REPORT-REC          CCVS81.0
002390         PERFORM WRITE-REPORT-LINE                                CCVS81.0
002400         MOVE 16 TO RETURN-CODE                                   CCVS81.0
002410         GO TO CLOSE-FILES.                                       CCVS81.0
002420     PERFORM SCAN-JOURNAL-ARCHIVE THRU SCAN-JOURNAL-ARCHIVE-EXIT. CCVS81.0
002422     PERFORM SCAN-LIVE-JOURNAL THRU SCAN-LIVE-JOURNAL-EXIT.       CCVS81.0
002424     IF JOURNAL-UNREADABLE                                        CCVS81.0
002426         MOVE JOURNAL-STATUS TO JE-STATUS                         CCVS81.0
002428         MOVE JOURNAL-ERROR-LINE TO COVERAGE-REPORT-REC           CCVS81.0
002430         PERFORM WRITE-REPORT-LINE                                CCVS81.0
002432         MOVE 16 TO RETURN-CODE                                   CCVS81.0
002434         GO TO CLOSE-FILES.                                       CCVS81.0
002440     MOVE ROSTER-COUNT TO CH-ROSTER-COUNT.                        CCVS81.0
002450     MOVE ARCHIVE-SOURCE TO CH-ARCHIVE-SOURCE.                    CCVS81.0
002460     MOVE COVERAGE-HEADING-2 TO COVERAGE-REPORT-REC.              CCVS81.0
002470     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
002480     PERFORM SET-CLAUSE-MODULE                                    CCVS81.0
002490         VARYING SUB-1 FROM 1 BY 1                                CCVS81.0
002500         UNTIL SUB-1 GREATER THAN CLAUSE-COUNT.                   CCVS81.0
002510     PERFORM CHECK-PARAGRAPH-REFERENCE                            CCVS81.0
002520         VARYING SUB-2 FROM 1 BY 1                                CCVS81.0
002530         UNTIL SUB-2 GREATER THAN PARAGRAPH-COUNT.                CCVS81.0
002540     MOVE SPACE TO COVERAGE-REPORT-REC.                           CCVS81.0
002550     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
002560     MOVE "CLAUSES AND THEIR COVERING PARAGRAPHS" TO SH-TITLE.    CCVS81.0
002570     MOVE SECTION-HEADING-LINE TO COVERAGE-REPORT-REC.            CCVS81.0
002580     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
002590     PERFORM PRINT-ONE-CLAUSE                                     CCVS81.0
002600         VARYING SUB-1 FROM 1 BY 1                                CCVS81.0
002610         UNTIL SUB-1 GREATER THAN CLAUSE-COUNT.                   CCVS81.0
002620     PERFORM PRINT-UNCOVERED-CLAUSES.                             CCVS81.0
002630     PERFORM PRINT-WEAK-CLAUSES.                                  CCVS81.0
002640     PERFORM PRINT-MODULE-COVERAGE.                               CCVS81.0
002650     PERFORM PRINT-COVERAGE-TOTALS.                               CCVS81.0
002660     IF UNCOVERED-COUNT GREATER THAN ZERO                         CCVS81.0
002670         OR WEAK-COUNT GREATER THAN ZERO                          CCVS81.0
002680         OR OVERFLOW-COUNT GREATER THAN ZERO                      CCVS81.0
002685         OR NOT-IN-MASTER-COUNT GREATER THAN ZERO                 CCVS81.0
002690             MOVE 4 TO RETURN-CODE.                               CCVS81.0
002700 CLOSE-FILES.                                                     CCVS81.0
002710     CLOSE COVERAGE-REPORT-FILE.                                  CCVS81.0
002720     STOP RUN.                                                    CCVS81.0
002730 LOAD-ROSTER.                                                     CCVS81.0
002740     OPEN INPUT ROSTER-FILE.                                      CCVS81.0
002750     IF ROSTER-STATUS NOT EQUAL TO "00"                           CCVS81.0
002760         GO TO LOAD-ROSTER-EXIT.                                  CCVS81.0
002770     PERFORM READ-ROSTER.                                         CCVS81.0
002780     PERFORM POST-ROSTER-RECORD                                   CCVS81.0
002790         UNTIL ROSTER-EOF.                                        CCVS81.0
002800     CLOSE ROSTER-FILE.                                           CCVS81.0
002810 LOAD-ROSTER-EXIT. EXIT.                                          CCVS81.0
002820 READ-ROSTER.                                                     CCVS81.0
002830     READ ROSTER-FILE                                             CCVS81.0
002840         AT END SET ROSTER-EOF TO TRUE.                           CCVS81.0
002850 POST-ROSTER-RECORD.                                              CCVS81.0
002860     IF EP-PGM-ID NOT EQUAL TO SPACE                              CCVS81.0
002870         AND ROSTER-COUNT LESS THAN 500                           CCVS81.0
002880             ADD 1 TO ROSTER-COUNT                                CCVS81.0
002890             MOVE EP-PGM-ID TO RO-PGM-ID (ROSTER-COUNT).          CCVS81.0
002900     PERFORM READ-ROSTER.                                         CCVS81.0
002910 SCAN-JOURNAL-ARCHIVE.                                            CCVS81.0
002920     MOVE "NOT AVAILABLE - LIVE ONLY" TO ARCHIVE-SOURCE.          CCVS81.0
002930     OPEN INPUT JOURNAL-ARCHIVE-FILE.                             CCVS81.0
002940     IF JOURNAL-ARCHIVE-STATUS NOT EQUAL TO "00"                  CCVS81.0
002950         GO TO SCAN-JOURNAL-ARCHIVE-EXIT.                         CCVS81.0
002960     MOVE "READ" TO ARCHIVE-SOURCE.                               CCVS81.0
002970     PERFORM READ-ARCHIVE.                                        CCVS81.0
002980     PERFORM POST-ARCHIVE-RECORD                                  CCVS81.0
002990         UNTIL ARCHIVE-EOF.                                       CCVS81.0
003000     CLOSE JOURNAL-ARCHIVE-FILE.                                  CCVS81.0
003010 SCAN-JOURNAL-ARCHIVE-EXIT. EXIT.                                 CCVS81.0
003020 READ-ARCHIVE.                                                    CCVS81.0
003030     READ JOURNAL-ARCHIVE-FILE                                    CCVS81.0
003040         AT END SET ARCHIVE-EOF TO TRUE.                          CCVS81.0
003050 POST-ARCHIVE-RECORD.                                             CCVS81.0
003060     MOVE JA-TEST-ID TO WORK-TEST-ID.                             CCVS81.0
003070     MOVE JA-PAR-NAME TO WORK-PAR-NAME.                           CCVS81.0
003080     MOVE JA-RUN-DATE TO WORK-RUN-DATE.                           CCVS81.0
003090     MOVE JA-DISPOSITION TO WORK-DISPOSITION.                     CCVS81.0
003100     MOVE JA-ANSI-REFERENCE TO WORK-REFERENCE.                    CCVS81.0
003110     PERFORM POST-WORK-RECORD THRU POST-WORK-RECORD-EXIT.         CCVS81.0
003120     PERFORM READ-ARCHIVE.                                        CCVS81.0
003125 SCAN-LIVE-JOURNAL.                                               CCVS81.0
003130     OPEN INPUT RESULT-JOURNAL-FILE.                              CCVS81.0
003135     IF JOURNAL-STATUS NOT EQUAL TO "00"                          CCVS81.0
003140         SET JOURNAL-UNREADABLE TO TRUE                           CCVS81.0
003145         GO TO SCAN-LIVE-JOURNAL-EXIT.                            CCVS81.0
003150     PERFORM READ-JOURNAL.                                        CCVS81.0
003155     PERFORM POST-JOURNAL-RECORD                                  CCVS81.0
003160         UNTIL JOURNAL-EOF.                                       CCVS81.0
003165     CLOSE RESULT-JOURNAL-FILE.                                   CCVS81.0
003170 SCAN-LIVE-JOURNAL-EXIT. EXIT.                                    CCVS81.0
003175 READ-JOURNAL.                                                    CCVS81.0
003180     READ RESULT-JOURNAL-FILE                                     CCVS81.0
003185         AT END SET JOURNAL-EOF TO TRUE.                          CCVS81.0
003190     IF JOURNAL-STATUS NOT EQUAL TO "00"                          CCVS81.0
003195         AND JOURNAL-STATUS NOT EQUAL TO "10"                     CCVS81.0
003200             SET JOURNAL-UNREADABLE TO TRUE                       CCVS81.0
003205             SET JOURNAL-EOF TO TRUE.                             CCVS81.0
003220 POST-JOURNAL-RECORD.                                             CCVS81.0
003230     MOVE RJ-TEST-ID TO WORK-TEST-ID.                             CCVS81.0
003240     MOVE RJ-PAR-NAME TO WORK-PAR-NAME.                           CCVS81.0
003250     MOVE RJ-RUN-DATE TO WORK-RUN-DATE.                           CCVS81.0
003260     MOVE RJ-DISPOSITION TO WORK-DISPOSITION.                     CCVS81.0
003270     MOVE RJ-ANSI-REFERENCE TO WORK-REFERENCE.                    CCVS81.0
003280     PERFORM POST-WORK-RECORD THRU POST-WORK-RECORD-EXIT.         CCVS81.0
003290     PERFORM READ-JOURNAL.                                        CCVS81.0
003300*    THE LIVE JOURNAL IS READ AFTER THE ARCHIVE, SO ON AN EQUAL   CCVS81.0
003310*    RUN DATE THE LATER RECORD WINS.  A RECORD JOURNALED BEFORE   CCVS81.0
003320*    THE REFERENCE WAS CARRIED HAS A BLANK REFERENCE AND ONLY     CCVS81.0
003330*    UPDATES THE DISPOSITION.                                     CCVS81.0
003340 POST-WORK-RECORD.                                                CCVS81.0
003350     ADD 1 TO RECORDS-READ-COUNT.                                 CCVS81.0
003360     PERFORM TABLE-SCAN-NULL                                      CCVS81.0
003370         VARYING HIT-SUB FROM 1 BY 1                              CCVS81.0
003380         UNTIL HIT-SUB GREATER THAN ROSTER-COUNT                  CCVS81.0
003390         OR RO-PGM-ID (HIT-SUB) EQUAL TO WORK-TEST-ID.            CCVS81.0
003400     IF HIT-SUB GREATER THAN ROSTER-COUNT                         CCVS81.0
003410         ADD 1 TO UNROSTERED-COUNT                                CCVS81.0
003420         GO TO POST-WORK-RECORD-EXIT.                             CCVS81.0
003430     PERFORM TABLE-SCAN-NULL                                      CCVS81.0
003440         VARYING HIT-SUB FROM 1 BY 1                              CCVS81.0
003450         UNTIL HIT-SUB GREATER THAN PARAGRAPH-COUNT               CCVS81.0
003460         OR (PG-TEST-ID (HIT-SUB) EQUAL TO WORK-TEST-ID           CCVS81.0
003470         AND PG-PAR-NAME (HIT-SUB) EQUAL TO WORK-PAR-NAME).       CCVS81.0
003480     IF HIT-SUB GREATER THAN PARAGRAPH-COUNT                      CCVS81.0
003490         AND PARAGRAPH-COUNT LESS THAN 2000                       CCVS81.0
003500             ADD 1 TO PARAGRAPH-COUNT                             CCVS81.0
003510             MOVE PARAGRAPH-COUNT TO HIT-SUB                      CCVS81.0
003520             MOVE SPACE TO PARAGRAPH-ENTRY (HIT-SUB)              CCVS81.0
003530             MOVE ZERO TO PG-RUN-DATE (HIT-SUB)                   CCVS81.0
003540             MOVE ZERO TO PG-REF-DATE (HIT-SUB)                   CCVS81.0
003550             MOVE WORK-TEST-ID TO PG-TEST-ID (HIT-SUB)            CCVS81.0
003560             MOVE WORK-PAR-NAME TO PG-PAR-NAME (HIT-SUB).         CCVS81.0
003570     IF HIT-SUB GREATER THAN PARAGRAPH-COUNT                      CCVS81.0
003580         ADD 1 TO OVERFLOW-COUNT                                  CCVS81.0
003590         GO TO POST-WORK-RECORD-EXIT.                             CCVS81.0
003600     IF WORK-RUN-DATE NOT LESS THAN PG-RUN-DATE (HIT-SUB)         CCVS81.0
003610         MOVE WORK-RUN-DATE TO PG-RUN-DATE (HIT-SUB)              CCVS81.0
003620         MOVE WORK-DISPOSITION TO PG-DISPOSITION (HIT-SUB).       CCVS81.0
003630     IF WORK-REFERENCE NOT EQUAL TO SPACE                         CCVS81.0
003640         AND WORK-RUN-DATE NOT LESS THAN PG-REF-DATE (HIT-SUB)    CCVS81.0
003650             MOVE WORK-RUN-DATE TO PG-REF-DATE (HIT-SUB)          CCVS81.0
003660             MOVE WORK-REFERENCE TO PG-REFERENCE (HIT-SUB).       CCVS81.0
003670 POST-WORK-RECORD-EXIT. EXIT.                                     CCVS81.0
003680 TABLE-SCAN-NULL. EXIT.                                           CCVS81.0
003690*    THE STANDARD MODULE IS THE RUN OF LETTERS THAT ENDS THE      CCVS81.0
003700*    CLAUSE REFERENCE (4.9.34.2FR IS MODULE FR).                  CCVS81.0
003710 SET-CLAUSE-MODULE.                                               CCVS81.0
003720     MOVE CM-REFERENCE (SUB-1) TO WORK-REFERENCE.                 CCVS81.0
003730     PERFORM FIND-MODULE THRU FIND-MODULE-EXIT.                   CCVS81.0
003740     MOVE WORK-MODULE TO CL-MODULE (SUB-1).                       CCVS81.0
003750     MOVE ZERO TO CL-COVER-COUNT (SUB-1).                         CCVS81.0
003760     MOVE ZERO TO CL-SOUND-COUNT (SUB-1).                         CCVS81.0
003770     PERFORM TABLE-SCAN-NULL                                      CCVS81.0
003780         VARYING HIT-SUB FROM 1 BY 1                              CCVS81.0
003790         UNTIL HIT-SUB GREATER THAN MODULE-COUNT                  CCVS81.0
003800         OR MD-MODULE (HIT-SUB) EQUAL TO WORK-MODULE.             CCVS81.0
003810     IF HIT-SUB GREATER THAN MODULE-COUNT                         CCVS81.0
003820         ADD 1 TO MODULE-COUNT                                    CCVS81.0
003830         MOVE WORK-MODULE TO MD-MODULE (HIT-SUB)                  CCVS81.0
003840         MOVE ZERO TO MD-CLAUSE-COUNT (HIT-SUB)                   CCVS81.0
003850         MOVE ZERO TO MD-COVERED-COUNT (HIT-SUB)                  CCVS81.0
003860         MOVE ZERO TO MD-SOUND-COUNT (HIT-SUB).                   CCVS81.0
003870     ADD 1 TO MD-CLAUSE-COUNT (HIT-SUB).                          CCVS81.0
003880 FIND-MODULE.                                                     CCVS81.0
003890     MOVE SPACE TO WORK-MODULE.                                   CCVS81.0
003900     MOVE 15 TO CHAR-SUB.                                         CCVS81.0
003910     PERFORM BACK-OVER-SPACE                                      CCVS81.0
003920         UNTIL CHAR-SUB LESS THAN 1                               CCVS81.0
003930         OR WORK-REFERENCE (CHAR-SUB:1) NOT EQUAL TO SPACE.       CCVS81.0
003940     MOVE CHAR-SUB TO SUB-2.                                      CCVS81.0
003950     PERFORM BACK-OVER-LETTER                                     CCVS81.0
003960         UNTIL CHAR-SUB LESS THAN 1                               CCVS81.0
003970         OR WORK-REFERENCE (CHAR-SUB:1) IS NOT ALPHABETIC         CCVS81.0
003980         OR SUB-2 - CHAR-SUB NOT LESS THAN 4.                     CCVS81.0
003990     IF SUB-2 EQUAL TO CHAR-SUB                                   CCVS81.0
004000         MOVE "????" TO WORK-MODULE                               CCVS81.0
004010         GO TO FIND-MODULE-EXIT.                                  CCVS81.0
004020     ADD 1 TO CHAR-SUB.                                           CCVS81.0
004030     MOVE WORK-REFERENCE (CHAR-SUB:SUB-2 - CHAR-SUB + 1)          CCVS81.0
004040         TO WORK-MODULE.                                          CCVS81.0
004050 FIND-MODULE-EXIT. EXIT.                                          CCVS81.0
004060 BACK-OVER-SPACE.                                                 CCVS81.0
004070     SUBTRACT 1 FROM CHAR-SUB.                                    CCVS81.0
004080 BACK-OVER-LETTER.                                                CCVS81.0
004090     SUBTRACT 1 FROM CHAR-SUB.                                    CCVS81.0
004100*    A PARAGRAPH WITH NO JOURNALED REFERENCE, OR ONE NOT IN THE   CCVS81.0
004110*    MASTER, COVERS NO CLAUSE AND IS ONLY COUNTED.                CCVS81.0
004120 CHECK-PARAGRAPH-REFERENCE.                                       CCVS81.0
004130     IF PG-REFERENCE (SUB-2) EQUAL TO SPACE                       CCVS81.0
004140         ADD 1 TO UNREFERENCED-COUNT                              CCVS81.0
004150     ELSE                                                         CCVS81.0
004160         PERFORM TABLE-SCAN-NULL                                  CCVS81.0
004170             VARYING HIT-SUB FROM 1 BY 1                          CCVS81.0
004180             UNTIL HIT-SUB GREATER THAN CLAUSE-COUNT              CCVS81.0
004190             OR CM-REFERENCE (HIT-SUB) EQUAL TO                   CCVS81.0
004200                 PG-REFERENCE (SUB-2)                             CCVS81.0
004210         IF HIT-SUB GREATER THAN CLAUSE-COUNT                     CCVS81.0
004220             ADD 1 TO NOT-IN-MASTER-COUNT.                        CCVS81.0
004230 PRINT-ONE-CLAUSE.                                                CCVS81.0
004240     MOVE CM-REFERENCE (SUB-1) TO CX-REFERENCE.                   CCVS81.0
004250     MOVE CL-MODULE (SUB-1) TO CX-MODULE.                         CCVS81.0
004260     PERFORM COUNT-COVERING-PARAGRAPH                             CCVS81.0
004270         VARYING SUB-2 FROM 1 BY 1                                CCVS81.0
004280         UNTIL SUB-2 GREATER THAN PARAGRAPH-COUNT.                CCVS81.0
004290     MOVE CL-COVER-COUNT (SUB-1) TO CX-COVER-COUNT.               CCVS81.0
004300     PERFORM TABLE-SCAN-NULL                                      CCVS81.0
004310         VARYING HIT-SUB FROM 1 BY 1                              CCVS81.0
004320         UNTIL MD-MODULE (HIT-SUB) EQUAL TO CL-MODULE (SUB-1).    CCVS81.0
004330     IF CL-COVER-COUNT (SUB-1) EQUAL TO ZERO                      CCVS81.0
004340         MOVE "*** NOT COVERED" TO CX-TEXT                        CCVS81.0
004350         ADD 1 TO UNCOVERED-COUNT                                 CCVS81.0
004360     ELSE IF CL-SOUND-COUNT (SUB-1) EQUAL TO ZERO                 CCVS81.0
004370         MOVE "*** ONLY FAILING, DELETED OR QUARANTINED COVERAGE" CCVS81.0
004380             TO CX-TEXT                                           CCVS81.0
004390         ADD 1 TO WEAK-COUNT                                      CCVS81.0
004400         ADD 1 TO MD-COVERED-COUNT (HIT-SUB)                      CCVS81.0
004410     ELSE                                                         CCVS81.0
004420         MOVE SPACE TO CX-TEXT                                    CCVS81.0
004430         ADD 1 TO MD-COVERED-COUNT (HIT-SUB)                      CCVS81.0
004440         ADD 1 TO MD-SOUND-COUNT (HIT-SUB).                       CCVS81.0
004450     MOVE CLAUSE-LINE TO COVERAGE-REPORT-REC.                     CCVS81.0
004460     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
004470     PERFORM PRINT-COVERING-PARAGRAPH                             CCVS81.0
004480         VARYING SUB-2 FROM 1 BY 1                                CCVS81.0
004490         UNTIL SUB-2 GREATER THAN PARAGRAPH-COUNT.                CCVS81.0
004500 COUNT-COVERING-PARAGRAPH.                                        CCVS81.0
004510     IF PG-REFERENCE (SUB-2) EQUAL TO CM-REFERENCE (SUB-1)        CCVS81.0
004520         ADD 1 TO CL-COVER-COUNT (SUB-1)                          CCVS81.0
004530         IF PG-DISPOSITION (SUB-2) NOT EQUAL TO "FAIL*"           CCVS81.0
004540             AND PG-DISPOSITION (SUB-2) NOT EQUAL TO "*****"      CCVS81.0
004550             AND PG-DISPOSITION (SUB-2) NOT EQUAL TO "QUAR*"      CCVS81.0
004560                 ADD 1 TO CL-SOUND-COUNT (SUB-1).                 CCVS81.0
004570 PRINT-COVERING-PARAGRAPH.                                        CCVS81.0
004580     IF PG-REFERENCE (SUB-2) EQUAL TO CM-REFERENCE (SUB-1)        CCVS81.0
004590         MOVE PG-TEST-ID (SUB-2) TO CV-TEST-ID                    CCVS81.0
004600         MOVE PG-PAR-NAME (SUB-2) TO CV-PAR-NAME                  CCVS81.0
004610         MOVE PG-DISPOSITION (SUB-2) TO CV-DISPOSITION            CCVS81.0
004620         MOVE PG-RUN-DATE (SUB-2) TO CV-RUN-DATE                  CCVS81.0
004630         PERFORM SET-COVERING-FLAG                                CCVS81.0
004640         MOVE COVERING-LINE TO COVERAGE-REPORT-REC                CCVS81.0
004650         PERFORM WRITE-REPORT-LINE.                               CCVS81.0
004660 SET-COVERING-FLAG.                                               CCVS81.0
004670     IF PG-DISPOSITION (SUB-2) EQUAL TO "FAIL*"                   CCVS81.0
004680         MOVE "(FAILING)" TO CV-FLAG                              CCVS81.0
004690     ELSE IF PG-DISPOSITION (SUB-2) EQUAL TO "*****"              CCVS81.0
004700         MOVE "(DELETED)" TO CV-FLAG                              CCVS81.0
004710     ELSE IF PG-DISPOSITION (SUB-2) EQUAL TO "QUAR*"              CCVS81.0
004720         MOVE "(QUARANTINED)" TO CV-FLAG                          CCVS81.0
004730     ELSE                                                         CCVS81.0
004740         MOVE SPACE TO CV-FLAG.                                   CCVS81.0
004750 PRINT-UNCOVERED-CLAUSES.                                         CCVS81.0
004760     MOVE SPACE TO COVERAGE-REPORT-REC.                           CCVS81.0
004770     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
004780     MOVE "CLAUSES WITH NO COVERING PARAGRAPH" TO SH-TITLE.       CCVS81.0
004790     MOVE SECTION-HEADING-LINE TO COVERAGE-REPORT-REC.            CCVS81.0
004800     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
004810     IF UNCOVERED-COUNT EQUAL TO ZERO                             CCVS81.0
004820         MOVE "     NONE" TO COVERAGE-REPORT-REC                  CCVS81.0
004830         PERFORM WRITE-REPORT-LINE.                               CCVS81.0
004840     PERFORM PRINT-UNCOVERED-CLAUSE                               CCVS81.0
004850         VARYING SUB-1 FROM 1 BY 1                                CCVS81.0
004860         UNTIL SUB-1 GREATER THAN CLAUSE-COUNT.                   CCVS81.0
004870 PRINT-UNCOVERED-CLAUSE.                                          CCVS81.0
004880     IF CL-COVER-COUNT (SUB-1) EQUAL TO ZERO                      CCVS81.0
004890         PERFORM PRINT-GAP-LINE.                                  CCVS81.0
004900 PRINT-WEAK-CLAUSES.                                              CCVS81.0
004910     MOVE SPACE TO COVERAGE-REPORT-REC.                           CCVS81.0
004920     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
004930     MOVE                                                         CCVS81.0
004940         "CLAUSES COVERED ONLY BY FAILING, DELETED OR QUARANTINED"CCVS81.0
004950         TO SH-TITLE.                                             CCVS81.0
004960     MOVE SECTION-HEADING-LINE TO COVERAGE-REPORT-REC.            CCVS81.0
004970     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
004980     IF WEAK-COUNT EQUAL TO ZERO                                  CCVS81.0
004990         MOVE "     NONE" TO COVERAGE-REPORT-REC                  CCVS81.0
005000         PERFORM WRITE-REPORT-LINE.                               CCVS81.0
005010     PERFORM PRINT-WEAK-CLAUSE                                    CCVS81.0
005020         VARYING SUB-1 FROM 1 BY 1                                CCVS81.0
005030         UNTIL SUB-1 GREATER THAN CLAUSE-COUNT.                   CCVS81.0
005040 PRINT-WEAK-CLAUSE.                                               CCVS81.0
005050     IF CL-COVER-COUNT (SUB-1) GREATER THAN ZERO                  CCVS81.0
005060         AND CL-SOUND-COUNT (SUB-1) EQUAL TO ZERO                 CCVS81.0
005070             PERFORM PRINT-GAP-LINE.                              CCVS81.0
005080 PRINT-GAP-LINE.                                                  CCVS81.0
005090     MOVE CM-REFERENCE (SUB-1) TO GL-REFERENCE.                   CCVS81.0
005100     MOVE CL-MODULE (SUB-1) TO GL-MODULE.                         CCVS81.0
005110     MOVE GAP-LINE TO COVERAGE-REPORT-REC.                        CCVS81.0
005120     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
005130*    COVERED COUNTS EVERY CLAUSE WITH A COVERING PARAGRAPH;       CCVS81.0
005140*    SOUNDLY COVERED ONLY THOSE WITH ONE THAT IS NOT FAILING,     CCVS81.0
005150*    DELETED OR QUARANTINED.                                      CCVS81.0
005160 PRINT-MODULE-COVERAGE.                                           CCVS81.0
005170     MOVE SPACE TO COVERAGE-REPORT-REC.                           CCVS81.0
005180     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
005190     MOVE "COVERAGE BY STANDARD MODULE" TO SH-TITLE.              CCVS81.0
005200     MOVE SECTION-HEADING-LINE TO COVERAGE-REPORT-REC.            CCVS81.0
005210     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
005220     MOVE MODULE-COLUMN-HEADING TO COVERAGE-REPORT-REC.           CCVS81.0
005230     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
005240     PERFORM PRINT-ONE-MODULE                                     CCVS81.0
005250         VARYING SUB-1 FROM 1 BY 1                                CCVS81.0
005260         UNTIL SUB-1 GREATER THAN MODULE-COUNT.                   CCVS81.0
005270 PRINT-ONE-MODULE.                                                CCVS81.0
005280     MOVE MD-MODULE (SUB-1) TO ML-MODULE.                         CCVS81.0
005290     MOVE MD-CLAUSE-COUNT (SUB-1) TO ML-CLAUSE-COUNT.             CCVS81.0
005300     MOVE MD-COVERED-COUNT (SUB-1) TO ML-COVERED-COUNT.           CCVS81.0
005310     MOVE MD-SOUND-COUNT (SUB-1) TO ML-SOUND-COUNT.               CCVS81.0
005320     COMPUTE COVERAGE-PERCENT ROUNDED =                           CCVS81.0
005330         MD-COVERED-COUNT (SUB-1) * 100 / MD-CLAUSE-COUNT (SUB-1).CCVS81.0
005340     MOVE COVERAGE-PERCENT TO ML-COVERED-PCT.                     CCVS81.0
005350     COMPUTE COVERAGE-PERCENT ROUNDED =                           CCVS81.0
005360         MD-SOUND-COUNT (SUB-1) * 100 / MD-CLAUSE-COUNT (SUB-1).  CCVS81.0
005370     MOVE COVERAGE-PERCENT TO ML-SOUND-PCT.                       CCVS81.0
005380     MOVE MODULE-LINE TO COVERAGE-REPORT-REC.                     CCVS81.0
005390     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
005400 PRINT-COVERAGE-TOTALS.                                           CCVS81.0
005410     MOVE SPACE TO COVERAGE-REPORT-REC.                           CCVS81.0
005420     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
005430     MOVE CLAUSE-COUNT TO TL-COUNT.                               CCVS81.0
005440     MOVE "CLAUSES IN THE MASTER" TO TL-DESC.                     CCVS81.0
005450     PERFORM PRINT-TOTAL-LINE.                                    CCVS81.0
005460     MOVE UNCOVERED-COUNT TO TL-COUNT.                            CCVS81.0
005470     MOVE "CLAUSES NOT COVERED" TO TL-DESC.                       CCVS81.0
005480     PERFORM PRINT-TOTAL-LINE.                                    CCVS81.0
005490     MOVE WEAK-COUNT TO TL-COUNT.                                 CCVS81.0
005500     MOVE "CLAUSES ONLY FAILING, DELETED OR QUARANTINED COVERAGE" CCVS81.0
005510         TO TL-DESC.                                              CCVS81.0
005520     PERFORM PRINT-TOTAL-LINE.                                    CCVS81.0
005530     MOVE PARAGRAPH-COUNT TO TL-COUNT.                            CCVS81.0
005540     MOVE "ROSTERED PARAGRAPHS ON THE JOURNAL" TO TL-DESC.        CCVS81.0
005550     PERFORM PRINT-TOTAL-LINE.                                    CCVS81.0
005560     MOVE UNREFERENCED-COUNT TO TL-COUNT.                         CCVS81.0
005570     MOVE "PARAGRAPHS WITH NO ANSI-REFERENCE JOURNALED"           CCVS81.0
005580         TO TL-DESC.                                              CCVS81.0
005590     PERFORM PRINT-TOTAL-LINE.                                    CCVS81.0
005600     MOVE NOT-IN-MASTER-COUNT TO TL-COUNT.                        CCVS81.0
005610     MOVE "PARAGRAPHS CITING A CLAUSE NOT IN THE MASTER"          CCVS81.0
005620         TO TL-DESC.                                              CCVS81.0
005630     PERFORM PRINT-TOTAL-LINE.                                    CCVS81.0
005640     MOVE RECORDS-READ-COUNT TO TL-COUNT.                         CCVS81.0
005650     MOVE "JOURNAL RECORDS READ" TO TL-DESC.                      CCVS81.0
005660     PERFORM PRINT-TOTAL-LINE.                                    CCVS81.0
005670     MOVE UNROSTERED-COUNT TO TL-COUNT.                           CCVS81.0
005680     MOVE "RECORDS BYPASSED, PROGRAM NOT ROSTERED" TO TL-DESC.    CCVS81.0
005690     PERFORM PRINT-TOTAL-LINE.                                    CCVS81.0
005700     IF OVERFLOW-COUNT GREATER THAN ZERO                          CCVS81.0
005710         MOVE OVERFLOW-COUNT TO TL-COUNT                          CCVS81.0
005720         MOVE "RECORDS BYPASSED, PARAGRAPH TABLE FULL" TO TL-DESC CCVS81.0
005730         PERFORM PRINT-TOTAL-LINE.                                CCVS81.0
005740 PRINT-TOTAL-LINE.                                                CCVS81.0
005750     MOVE COVERAGE-TOTAL-LINE TO COVERAGE-REPORT-REC.             CCVS81.0
005760     PERFORM WRITE-REPORT-LINE.                                   CCVS81.0
005770 WRITE-REPORT-LINE.                                               CCVS81.0
005780     WRITE COVERAGE-REPORT-REC AFTER ADVANCING 1 LINES.           CCVS81.0
