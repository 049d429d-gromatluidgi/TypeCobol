000100 IDENTIFICATION DIVISION.                                         CCVS41.0
000110 PROGRAM-ID. CCVSRPR.                                             CCVS41.0
000120*    ON-DEMAND REPRINT AND SEARCH OVER THE DATE-STAMPED PRINT AND CCVS41.0
000130*    DIGEST DATASETS REGISTERED IN THE REPORT CATALOG             CCVS41.0
000140*    (CCVS.REPORT.CATALOG), SO NOBODY HAS TO BROWSE A WHOLE       CCVS41.0
000150*    NIGHT'S PRINT TO FIND WHAT ONE PARAGRAPH SAID.  EACH REQUEST CCVS41.0
000160*    CARD NAMES A TEST PROGRAM AND A RUN-DATE RANGE, OPTIONALLY A CCVS41.0
000170*    PAR-NAME AND/OR A FEATURE, AND OPTIONALLY "FAILURE NIGHTS    CCVS41.0
000180*    ONLY" (CATALOG ENTRIES WITH THE FAILURE FLAG SET).  THE      CCVS41.0
000190*    CATALOG PICKS THE PRINT DATASETS; FROM EACH ONE THE PROGRAM  CCVS41.0
000200*    COPIES EITHER THE MATCHING PARAGRAPH BLOCKS (TYPE B - THE    CCVS41.0
000210*    NARRATIVE LINES, THE RESULT LINE AND THE COMPUTED/CORRECT ANDCCVS41.0
000220*    INFORMATION LINES UNDER IT) OR THE FAILURE-INDEX PAGES AT THECCVS41.0
000230*    BACK (TYPE I), EACH UNDER A LINE GIVING THE SOURCE DATASET,  CCVS41.0
000240*    RUN DATE AND PAGE.  A DATASET THAT IS CATALOGED BUT CANNOT BECCVS41.0
000250*    OPENED IS REPORTED AND SKIPPED; FOR A TYPE B REQUEST THE SAMECCVS41.0
000260*    NIGHT'S DIGEST IS SEARCHED INSTEAD WHEN IT IS STILL THERE (ITCCVS41.0
000270*    CARRIES ONLY THE FAIL*, WARN* AND INSPT BLOCKS AND HAS NO    CCVS41.0
000280*    PAGES).  REQUEST CARD:                                       CCVS41.0
000290*        COL  1      B (PARAGRAPH BLOCKS) OR I (FAILURE INDEX)    CCVS41.0
000300*        COL  3-11   TEST-ID (PROGRAM)                            CCVS41.0
000310*        COL 13-20   FIRST RUN DATE YYYYMMDD (BLANK = EARLIEST)   CCVS41.0
000320*        COL 22-29   LAST RUN DATE YYYYMMDD (BLANK = LATEST)      CCVS41.0
000330*        COL 31      F = FAILURE NIGHTS ONLY                      CCVS41.0
000340*        COL 33-54   PAR-NAME (BLANK = ALL)                       CCVS41.0
000350*        COL 56-75   FEATURE (BLANK = ALL)                        CCVS41.0
000360*    RC 0 = EVERY REQUEST FOUND SOMETHING.  RC 4 = A REQUEST FOUNDCCVS41.0
000370*    NOTHING OR A CATALOGED DATASET WAS MISSING.  RC 8 = A REQUESTCCVS41.0
000380*    CARD WAS REJECTED.  RC 16 = NO REPORT CATALOG OR NO REQUEST  CCVS41.0
000390*    CARDS.  RUN ON DEMAND FROM THE MAINTENANCE JOB.              CCVS41.0
000400 ENVIRONMENT DIVISION.                                            CCVS41.0
000410 INPUT-OUTPUT SECTION.                                            CCVS41.0
000420 FILE-CONTROL.                                                    CCVS41.0
000430     SELECT REQUEST-CARD-FILE ASSIGN TO                           CCVS41.0
000440     XXXXX151.                                                    CCVS41.0
000450     SELECT REPORT-CATALOG-FILE ASSIGN TO                         CCVS41.0
000460     XXXXX115                                                     CCVS41.0
000470     FILE STATUS IS REPORT-CATALOG-STATUS.                        CCVS41.0
000480     SELECT SOURCE-DATASET-FILE ASSIGN TO                         CCVS41.0
000490     SOURCE-DSN-NAME                                              CCVS41.0
000500     FILE STATUS IS SOURCE-DATASET-STATUS.                        CCVS41.0
000510     SELECT REPRINT-REPORT-FILE ASSIGN TO                         CCVS41.0
000520     XXXXX152.                                                    CCVS41.0
000530 DATA DIVISION.                                                   CCVS41.0
000540 FILE SECTION.                                                    CCVS41.0
000550 FD  REQUEST-CARD-FILE.                                           CCVS41.0
000560 01  REQUEST-CARD.                                                CCVS41.0
000570     02 RQ-TYPE               PIC X.                              CCVS41.0
000580     02 FILLER                PIC X.                              CCVS41.0
000590     02 RQ-TEST-ID            PIC X(9).                           CCVS41.0
000600     02 FILLER                PIC X.                              CCVS41.0
000610     02 RQ-FROM-DATE          PIC X(8).                           CCVS41.0
000620     02 RQ-FROM-DATE-N REDEFINES RQ-FROM-DATE PIC 9(8).           CCVS41.0
000630     02 FILLER                PIC X.                              CCVS41.0
000640     02 RQ-TO-DATE            PIC X(8).                           CCVS41.0
000650     02 RQ-TO-DATE-N REDEFINES RQ-TO-DATE PIC 9(8).               CCVS41.0
000660     02 FILLER                PIC X.                              CCVS41.0
000670     02 RQ-FAIL-ONLY          PIC X.                              CCVS41.0
000680     02 FILLER                PIC X.                              CCVS41.0
000690     02 RQ-PAR-NAME           PIC X(22).                          CCVS41.0
000700     02 FILLER                PIC X.                              CCVS41.0
000710     02 RQ-FEATURE            PIC X(20).                          CCVS41.0
000720     02 FILLER                PIC X(5).                           CCVS41.0
000730 FD  REPORT-CATALOG-FILE.                                         CCVS41.0
000740 01  REPORT-CATALOG-REC.                                          CCVS41.0
000750     02 RC-PGM-ID             PIC X(9).                           CCVS41.0
000760     02 FILLER                PIC X.                              CCVS41.0
000770     02 RC-RUN-DATE           PIC 9(8).                           CCVS41.0
000780     02 FILLER                PIC X.                              CCVS41.0
000790     02 RC-REPORT-TYPE        PIC X(6).                           CCVS41.0
000800     02 FILLER                PIC X.                              CCVS41.0
000810     02 RC-DSN                PIC X(40).                          CCVS41.0
000820     02 FILLER                PIC X.                              CCVS41.0
000830     02 RC-LINE-COUNT         PIC 9(7).                           CCVS41.0
000840     02 FILLER                PIC X.                              CCVS41.0
000850     02 RC-FAIL-SW            PIC X.                              CCVS41.0
000860     02 FILLER                PIC X(4).                           CCVS41.0
000870 FD  SOURCE-DATASET-FILE.                                         CCVS41.0
000880 01  SOURCE-LINE.                                                 CCVS41.0
000890     02 SL-COL-1              PIC X.                              CCVS41.0
000900     02 SL-FEATURE            PIC X(20).                          CCVS41.0
000910     02 FILLER                PIC X.                              CCVS41.0
000920     02 SL-P-OR-F             PIC X(5).                           CCVS41.0
000930     02 FILLER                PIC X.                              CCVS41.0
000940     02 SL-PAR-NAME           PIC X(22).                          CCVS41.0
000950     02 FILLER                PIC X(70).                          CCVS41.0
000960 01  SOURCE-LINE-TEXT.                                            CCVS41.0
000970     02 SLT-1-19              PIC X(19).                          CCVS41.0
000980     02 FILLER                PIC X(11).                          CCVS41.0
000990     02 SLT-31-47             PIC X(17).                          CCVS41.0
001000     02 FILLER                PIC X(73).                          CCVS41.0
001010 01  SOURCE-HEADING-TEXT.                                         CCVS41.0
001020     02 SHT-1-15              PIC X(15).                          CCVS41.0
001030     02 FILLER                PIC X(24).                          CCVS41.0
001040     02 SHT-40-80             PIC X(41).                          CCVS41.0
001050     02 FILLER                PIC X(36).                          CCVS41.0
001060     02 SHT-PAGE-NO           PIC ZZZ9.                           CCVS41.0
001070 01  SOURCE-INDEX-TEXT.                                           CCVS41.0
001080     02 FILLER                PIC X(5).                           CCVS41.0
001090     02 SIX-PAR-NAME          PIC X(22).                          CCVS41.0
001100     02 FILLER                PIC X(3).                           CCVS41.0
001110     02 SIX-FEATURE           PIC X(20).                          CCVS41.0
001120     02 FILLER                PIC X(11).                          CCVS41.0
001130     02 SIX-PAGE-LABEL        PIC X(5).                           CCVS41.0
001140     02 FILLER                PIC X(54).                          CCVS41.0
001150 FD  REPRINT-REPORT-FILE.                                         CCVS41.0
001160 01  REPRINT-REPORT-REC                 PIC X(132).               CCVS41.0
001170 WORKING-STORAGE SECTION.                                         CCVS41.0
001180 01  REPORT-CATALOG-STATUS              PIC XX     VALUE SPACE.   CCVS41.0
001190 01  SOURCE-DATASET-STATUS              PIC XX     VALUE SPACE.   CCVS41.0
001200 01  SOURCE-DSN-NAME                    PIC X(40)  VALUE SPACE.   CCVS41.0
001210 01  CARD-EOF-SW                        PIC X      VALUE "N".     CCVS41.0
001220     88 CARD-EOF                                   VALUE "Y".     CCVS41.0
001230 01  CATALOG-EOF-SW                     PIC X      VALUE "N".     CCVS41.0
001240     88 CATALOG-EOF                                VALUE "Y".     CCVS41.0
001250 01  SOURCE-EOF-SW                      PIC X      VALUE "N".     CCVS41.0
001260     88 SOURCE-EOF                                 VALUE "Y".     CCVS41.0
001270 01  CARD-VALID-SW                      PIC X      VALUE "Y".     CCVS41.0
001280     88 CARD-VALID                                 VALUE "Y".     CCVS41.0
001290 01  REQUEST-TYPE                       PIC X      VALUE SPACE.   CCVS41.0
001300     88 REQUEST-BLOCKS                             VALUE "B".     CCVS41.0
001310     88 REQUEST-INDEX                              VALUE "I".     CCVS41.0
001320 01  REQUEST-TEST-ID                    PIC X(9)   VALUE SPACE.   CCVS41.0
001330 01  REQUEST-FROM-DATE                  PIC 9(8)   VALUE ZERO.    CCVS41.0
001340 01  REQUEST-TO-DATE                    PIC 9(8)   VALUE ZERO.    CCVS41.0
001350 01  REQUEST-FAIL-ONLY                  PIC X      VALUE SPACE.   CCVS41.0
001360 01  REQUEST-PAR-NAME                   PIC X(22)  VALUE SPACE.   CCVS41.0
001370 01  REQUEST-FEATURE                    PIC X(20)  VALUE SPACE.   CCVS41.0
001380 01  SOURCE-TYPE                        PIC X(6)   VALUE SPACE.   CCVS41.0
001390     88 SOURCE-IS-DIGEST                           VALUE "DIGEST".CCVS41.0
001400 01  SOURCE-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVS41.0
001410 01  MISSING-PRINT-DATE                 PIC 9(8)   VALUE ZERO.    CCVS41.0
001420 01  SOURCE-PAGE                        PIC 9(4)   VALUE ZERO.    CCVS41.0
001430 01  BLOCK-MATCH-SW                     PIC X      VALUE "N".     CCVS41.0
001440     88 BLOCK-MATCHED                              VALUE "Y".     CCVS41.0
001450 01  INDEX-REACHED-SW                   PIC X      VALUE "N".     CCVS41.0
001460     88 INDEX-REACHED                              VALUE "Y".     CCVS41.0
001470 01  LINE-CLASS                         PIC X      VALUE SPACE.   CCVS41.0
001480     88 LINE-IS-HEADING                            VALUE "H".     CCVS41.0
001490     88 LINE-IS-BLANK                              VALUE "B".     CCVS41.0
001500     88 LINE-IS-INDEX-HEADING                      VALUE "X".     CCVS41.0
001510     88 LINE-IS-RESULT                             VALUE "R".     CCVS41.0
001520     88 LINE-IS-FOLLOW-ON                          VALUE "C".     CCVS41.0
001530     88 LINE-IS-NARRATIVE                          VALUE "N".     CCVS41.0
001540 01  NARRATIVE-COUNT                    PIC S9(4) COMP VALUE 0.   CCVS41.0
001550 01  NARRATIVE-TABLE.                                             CCVS41.0
001560     02 NARRATIVE-LINE OCCURS 4 TIMES   PIC X(120).               CCVS41.0
001570 01  NARRATIVE-SUB                      PIC S9(4) COMP VALUE 0.   CCVS41.0
001580 01  REQUEST-COUNT                      PIC 9(5)   VALUE ZERO.    CCVS41.0
001590 01  REJECTED-COUNT                     PIC 9(5)   VALUE ZERO.    CCVS41.0
001600 01  EMPTY-REQUEST-COUNT                PIC 9(5)   VALUE ZERO.    CCVS41.0
001610 01  DATASET-COUNT                      PIC 9(5)   VALUE ZERO.    CCVS41.0
001620 01  MISSING-COUNT                      PIC 9(5)   VALUE ZERO.    CCVS41.0
001630 01  REQUEST-DATASET-COUNT              PIC 9(5)   VALUE ZERO.    CCVS41.0
001640 01  REQUEST-MISSING-COUNT              PIC 9(5)   VALUE ZERO.    CCVS41.0
001650 01  REQUEST-BLOCK-COUNT                PIC 9(7)   VALUE ZERO.    CCVS41.0
001660 01  TOTAL-BLOCK-COUNT                  PIC 9(7)   VALUE ZERO.    CCVS41.0
001670 01  DATASET-BLOCK-COUNT                PIC 9(7)   VALUE ZERO.    CCVS41.0
001680 01  REPRINT-HEADING.                                             CCVS41.0
001690     02 FILLER PIC X(20) VALUE SPACE.                             CCVS41.0
001700     02 FILLER PIC X(44)                                          CCVS41.0
001710         VALUE "CCVS PRINT/DIGEST REPRINT AND SEARCH EXTRACT".    CCVS41.0
001720     02 FILLER PIC X(68) VALUE SPACE.                             CCVS41.0
001730 01  REQUEST-HEADING-LINE.                                        CCVS41.0
001740     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS41.0
001750     02 FILLER PIC X(8)  VALUE "REQUEST ".                        CCVS41.0
001760     02 RH-TYPE            PIC X(16).                             CCVS41.0
001770     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS41.0
001780     02 RH-TEST-ID         PIC X(9).                              CCVS41.0
001790     02 FILLER PIC X(6)  VALUE " FROM ".                          CCVS41.0
001800     02 RH-FROM-DATE       PIC 9(8).                              CCVS41.0
001810     02 FILLER PIC X(4)  VALUE " TO ".                            CCVS41.0
001820     02 RH-TO-DATE         PIC 9(8).                              CCVS41.0
001830     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS41.0
001840     02 RH-FAIL-ONLY       PIC X(20).                             CCVS41.0
001850     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS41.0
001860     02 RH-PAR-NAME        PIC X(22).                             CCVS41.0
001870     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS41.0
001880     02 RH-FEATURE         PIC X(20).                             CCVS41.0
001890     02 FILLER PIC X(6)  VALUE SPACE.                             CCVS41.0
001900 01  BLOCK-HEADING-LINE.                                          CCVS41.0
001910     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS41.0
001920     02 FILLER PIC X(4)  VALUE "--- ".                            CCVS41.0
001930     02 BH-DSN             PIC X(40).                             CCVS41.0
001940     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS41.0
001950     02 BH-PAGE-AREA.                                             CCVS41.0
001960         03 FILLER PIC X(5)  VALUE "PAGE ".                       CCVS41.0
001970         03 BH-PAGE        PIC ZZZ9.                              CCVS41.0
001980     02 BH-PAGE-TEXT REDEFINES BH-PAGE-AREA PIC X(9).             CCVS41.0
001990     02 FILLER PIC X(11) VALUE "  RUN DATE ".                     CCVS41.0
002000     02 BH-RUN-DATE        PIC 9(8).                              CCVS41.0
002010     02 FILLER PIC X(2)  VALUE SPACE.                             CCVS41.0
002020     02 BH-NOTE            PIC X(46).                             CCVS41.0
002030     02 FILLER PIC X(9)  VALUE SPACE.                             CCVS41.0
002040 01  MISSING-DATASET-LINE.                                        CCVS41.0
002050     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS41.0
002060     02 FILLER PIC X(4)  VALUE "*** ".                            CCVS41.0
002070     02 MD-DSN             PIC X(40).                             CCVS41.0
002080     02 FILLER PIC X(11) VALUE "  RUN DATE ".                     CCVS41.0
002090     02 MD-RUN-DATE        PIC 9(8).                              CCVS41.0
002100     02 FILLER PIC X(35)                                          CCVS41.0
002110         VALUE "  CATALOGED BUT NOT FOUND - STATUS ".             CCVS41.0
002120     02 MD-STATUS          PIC XX.                                CCVS41.0
002130     02 FILLER PIC X(31) VALUE SPACE.                             CCVS41.0
002140 01  REJECTED-CARD-LINE.                                          CCVS41.0
002150     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS41.0
002160     02 FILLER PIC X(27) VALUE "*** REQUEST CARD REJECTED: ".     CCVS41.0
002170     02 RJ-CARD            PIC X(80).                             CCVS41.0
002180     02 FILLER PIC X(24) VALUE SPACE.                             CCVS41.0
002190 01  REJECTED-REASON-LINE.                                        CCVS41.0
002200     02 FILLER PIC X(5)  VALUE SPACE.                             CCVS41.0
002210     02 RR-REASON          PIC X(60).                             CCVS41.0
002220     02 FILLER PIC X(67) VALUE SPACE.                             CCVS41.0
002230 01  REPRINT-TOTAL-LINE.                                          CCVS41.0
002240     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS41.0
002250     02 RT-COUNT           PIC ZZZZZZ9.                           CCVS41.0
002260     02 FILLER PIC X(1)  VALUE SPACE.                             CCVS41.0
002270     02 RT-DESC            PIC X(60).                             CCVS41.0
002280     02 FILLER PIC X(63) VALUE SPACE.                             CCVS41.0
002290 PROCEDURE DIVISION.                                              CCVS41.0
002300 CCVSRPR-MAIN SECTION.                                            CCVS41.0
002310 OPEN-FILES.                                                      CCVS41.0
002320     OPEN OUTPUT REPRINT-REPORT-FILE.                             CCVS41.0
002330     MOVE REPRINT-HEADING TO REPRINT-REPORT-REC.                  CCVS41.0
002340     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
002350     OPEN INPUT REPORT-CATALOG-FILE.                              CCVS41.0
002360     IF REPORT-CATALOG-STATUS NOT EQUAL TO "00"                   CCVS41.0
002370         MOVE ZERO TO RT-COUNT                                    CCVS41.0
002380         MOVE "NO REPORT CATALOG ON FILE - NOTHING TO SEARCH"     CCVS41.0
002390             TO RT-DESC                                           CCVS41.0
002400         MOVE REPRINT-TOTAL-LINE TO REPRINT-REPORT-REC            CCVS41.0
002410         PERFORM WRITE-REPORT-LINE                                CCVS41.0
002420         MOVE 16 TO RETURN-CODE                                   CCVS41.0
002430         GO TO CLOSE-FILES.                                       CCVS41.0
002440     CLOSE REPORT-CATALOG-FILE.                                   CCVS41.0
002450     OPEN INPUT REQUEST-CARD-FILE.                                CCVS41.0
002460     PERFORM READ-REQUEST-CARD.                                   CCVS41.0
002470     PERFORM PROCESS-REQUEST THRU PROCESS-REQUEST-EXIT            CCVS41.0
002480         UNTIL CARD-EOF.                                          CCVS41.0
002490     CLOSE REQUEST-CARD-FILE.                                     CCVS41.0
002500     PERFORM PRINT-REPRINT-TOTALS.                                CCVS41.0
002510     IF REQUEST-COUNT EQUAL TO ZERO                               CCVS41.0
002520         AND REJECTED-COUNT EQUAL TO ZERO                         CCVS41.0
002530             MOVE 16 TO RETURN-CODE                               CCVS41.0
002540     ELSE IF REJECTED-COUNT GREATER THAN ZERO                     CCVS41.0
002550             MOVE 8 TO RETURN-CODE                                CCVS41.0
002560     ELSE IF EMPTY-REQUEST-COUNT GREATER THAN ZERO                CCVS41.0
002570         OR MISSING-COUNT GREATER THAN ZERO                       CCVS41.0
002580             MOVE 4 TO RETURN-CODE.                               CCVS41.0
002590 CLOSE-FILES.                                                     CCVS41.0
002600     CLOSE REPRINT-REPORT-FILE.                                   CCVS41.0
002610     STOP RUN.                                                    CCVS41.0
002620 READ-REQUEST-CARD.                                               CCVS41.0
002630     READ REQUEST-CARD-FILE                                       CCVS41.0
002640         AT END SET CARD-EOF TO TRUE.                             CCVS41.0
002650*    ONE CARD IS ONE REQUEST.  THE CATALOG IS READ FROM THE TOP   CCVS41.0
002660*    FOR EACH, IN CATALOG (NIGHT) ORDER.                          CCVS41.0
002670 PROCESS-REQUEST.                                                 CCVS41.0
002680     IF REQUEST-CARD EQUAL TO SPACE                               CCVS41.0
002690         GO TO PROCESS-REQUEST-NEXT.                              CCVS41.0
002700     PERFORM CHECK-REQUEST-CARD THRU CHECK-REQUEST-CARD-EXIT.     CCVS41.0
002710     IF NOT CARD-VALID                                            CCVS41.0
002720         ADD 1 TO REJECTED-COUNT                                  CCVS41.0
002730         GO TO PROCESS-REQUEST-NEXT.                              CCVS41.0
002740     ADD 1 TO REQUEST-COUNT.                                      CCVS41.0
002750     PERFORM PRINT-REQUEST-HEADING.                               CCVS41.0
002760     MOVE ZERO TO REQUEST-DATASET-COUNT.                          CCVS41.0
002770     MOVE ZERO TO REQUEST-MISSING-COUNT.                          CCVS41.0
002780     MOVE ZERO TO REQUEST-BLOCK-COUNT.                            CCVS41.0
002790     MOVE ZERO TO MISSING-PRINT-DATE.                             CCVS41.0
002800     MOVE "N" TO CATALOG-EOF-SW.                                  CCVS41.0
002810     OPEN INPUT REPORT-CATALOG-FILE.                              CCVS41.0
002820     PERFORM READ-CATALOG.                                        CCVS41.0
002830     PERFORM SELECT-CATALOG-ENTRY THRU SELECT-CATALOG-ENTRY-EXIT  CCVS41.0
002840         UNTIL CATALOG-EOF.                                       CCVS41.0
002850     CLOSE REPORT-CATALOG-FILE.                                   CCVS41.0
002860     PERFORM PRINT-REQUEST-TOTALS.                                CCVS41.0
002870     IF REQUEST-BLOCK-COUNT EQUAL TO ZERO                         CCVS41.0
002880         ADD 1 TO EMPTY-REQUEST-COUNT.                            CCVS41.0
002890 PROCESS-REQUEST-NEXT.                                            CCVS41.0
002900     PERFORM READ-REQUEST-CARD.                                   CCVS41.0
002910 PROCESS-REQUEST-EXIT. EXIT.                                      CCVS41.0
002920 CHECK-REQUEST-CARD.                                              CCVS41.0
002930     MOVE "Y" TO CARD-VALID-SW.                                   CCVS41.0
002940     IF RQ-TYPE NOT EQUAL TO "B" AND RQ-TYPE NOT EQUAL TO "I"     CCVS41.0
002950         MOVE "COL 1 MUST BE B (BLOCKS) OR I (FAILURE INDEX)"     CCVS41.0
002960             TO RR-REASON                                         CCVS41.0
002970         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS41.0
002980     IF RQ-TEST-ID EQUAL TO SPACE                                 CCVS41.0
002990         MOVE "NO TEST-ID IN COLS 3-11" TO RR-REASON              CCVS41.0
003000         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS41.0
003010     IF RQ-FAIL-ONLY NOT EQUAL TO SPACE                           CCVS41.0
003020         AND RQ-FAIL-ONLY NOT EQUAL TO "F"                        CCVS41.0
003030             MOVE "COL 31 MUST BE F OR BLANK" TO RR-REASON        CCVS41.0
003040             GO TO CHECK-REQUEST-CARD-REJECT.                     CCVS41.0
003050     MOVE ZERO TO REQUEST-FROM-DATE.                              CCVS41.0
003060     MOVE 99999999 TO REQUEST-TO-DATE.                            CCVS41.0
003070     IF RQ-FROM-DATE NOT EQUAL TO SPACE                           CCVS41.0
003080         IF RQ-FROM-DATE-N IS NUMERIC                             CCVS41.0
003090             MOVE RQ-FROM-DATE-N TO REQUEST-FROM-DATE             CCVS41.0
003100         ELSE                                                     CCVS41.0
003110             MOVE "FIRST RUN DATE (COLS 13-20) IS NOT YYYYMMDD"   CCVS41.0
003120                 TO RR-REASON                                     CCVS41.0
003130             GO TO CHECK-REQUEST-CARD-REJECT.                     CCVS41.0
003140     IF RQ-TO-DATE NOT EQUAL TO SPACE                             CCVS41.0
003150         IF RQ-TO-DATE-N IS NUMERIC                               CCVS41.0
003160             MOVE RQ-TO-DATE-N TO REQUEST-TO-DATE                 CCVS41.0
003170         ELSE                                                     CCVS41.0
003180             MOVE "LAST RUN DATE (COLS 22-29) IS NOT YYYYMMDD"    CCVS41.0
003190                 TO RR-REASON                                     CCVS41.0
003200             GO TO CHECK-REQUEST-CARD-REJECT.                     CCVS41.0
003210     IF REQUEST-FROM-DATE GREATER THAN REQUEST-TO-DATE            CCVS41.0
003220         MOVE "FIRST RUN DATE IS AFTER LAST RUN DATE" TO RR-REASONCCVS41.0
003230         GO TO CHECK-REQUEST-CARD-REJECT.                         CCVS41.0
003240     MOVE RQ-TYPE TO REQUEST-TYPE.                                CCVS41.0
003250     MOVE RQ-TEST-ID TO REQUEST-TEST-ID.                          CCVS41.0
003260     MOVE RQ-FAIL-ONLY TO REQUEST-FAIL-ONLY.                      CCVS41.0
003270     MOVE RQ-PAR-NAME TO REQUEST-PAR-NAME.                        CCVS41.0
003280     MOVE RQ-FEATURE TO REQUEST-FEATURE.                          CCVS41.0
003290     GO TO CHECK-REQUEST-CARD-EXIT.                               CCVS41.0
003300 CHECK-REQUEST-CARD-REJECT.                                       CCVS41.0
003310     MOVE "N" TO CARD-VALID-SW.                                   CCVS41.0
003320     MOVE REQUEST-CARD TO RJ-CARD.                                CCVS41.0
003330     MOVE REJECTED-CARD-LINE TO REPRINT-REPORT-REC.               CCVS41.0
003340     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
003350     MOVE REJECTED-REASON-LINE TO REPRINT-REPORT-REC.             CCVS41.0
003360     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
003370 CHECK-REQUEST-CARD-EXIT. EXIT.                                   CCVS41.0
003380 READ-CATALOG.                                                    CCVS41.0
003390     READ REPORT-CATALOG-FILE                                     CCVS41.0
003400         AT END SET CATALOG-EOF TO TRUE.                          CCVS41.0
003410*    PRINT ENTRIES ARE SEARCHED.  A DIGEST ENTRY IS ONLY USED FOR CCVS41.0
003420*    A BLOCK REQUEST WHOSE PRINT DATASET FOR THE SAME NIGHT WAS   CCVS41.0
003430*    FOUND MISSING JUST BEFORE IT.                                CCVS41.0
003440 SELECT-CATALOG-ENTRY.                                            CCVS41.0
003450     IF RC-PGM-ID NOT EQUAL TO REQUEST-TEST-ID                    CCVS41.0
003460         OR RC-DSN EQUAL TO SPACE                                 CCVS41.0
003470         OR RC-RUN-DATE LESS THAN REQUEST-FROM-DATE               CCVS41.0
003480         OR RC-RUN-DATE GREATER THAN REQUEST-TO-DATE              CCVS41.0
003490             GO TO SELECT-CATALOG-ENTRY-NEXT.                     CCVS41.0
003500     IF REQUEST-FAIL-ONLY EQUAL TO "F"                            CCVS41.0
003510         AND RC-FAIL-SW NOT EQUAL TO "Y"                          CCVS41.0
003520             GO TO SELECT-CATALOG-ENTRY-NEXT.                     CCVS41.0
003530     IF RC-REPORT-TYPE EQUAL TO "DIGEST"                          CCVS41.0
003540         IF REQUEST-BLOCKS                                        CCVS41.0
003550             AND MISSING-PRINT-DATE EQUAL TO RC-RUN-DATE          CCVS41.0
003560                 MOVE ZERO TO MISSING-PRINT-DATE                  CCVS41.0
003570                 PERFORM SEARCH-DATASET THRU SEARCH-DATASET-EXIT  CCVS41.0
003580                 GO TO SELECT-CATALOG-ENTRY-NEXT                  CCVS41.0
003590         ELSE                                                     CCVS41.0
003600                 GO TO SELECT-CATALOG-ENTRY-NEXT.                 CCVS41.0
003610     IF RC-REPORT-TYPE NOT EQUAL TO "PRINT "                      CCVS41.0
003620         GO TO SELECT-CATALOG-ENTRY-NEXT.                         CCVS41.0
003630     MOVE ZERO TO MISSING-PRINT-DATE.                             CCVS41.0
003640     PERFORM SEARCH-DATASET THRU SEARCH-DATASET-EXIT.             CCVS41.0
003650 SELECT-CATALOG-ENTRY-NEXT.                                       CCVS41.0
003660     PERFORM READ-CATALOG.                                        CCVS41.0
003670 SELECT-CATALOG-ENTRY-EXIT. EXIT.                                 CCVS41.0
003680 SEARCH-DATASET.                                                  CCVS41.0
003690     MOVE RC-DSN TO SOURCE-DSN-NAME.                              CCVS41.0
003700     MOVE RC-RUN-DATE TO SOURCE-RUN-DATE.                         CCVS41.0
003710     MOVE RC-REPORT-TYPE TO SOURCE-TYPE.                          CCVS41.0
003720     OPEN INPUT SOURCE-DATASET-FILE.                              CCVS41.0
003730     IF SOURCE-DATASET-STATUS NOT EQUAL TO "00"                   CCVS41.0
003740         ADD 1 TO MISSING-COUNT                                   CCVS41.0
003750         ADD 1 TO REQUEST-MISSING-COUNT                           CCVS41.0
003760         MOVE RC-DSN TO MD-DSN                                    CCVS41.0
003770         MOVE RC-RUN-DATE TO MD-RUN-DATE                          CCVS41.0
003780         MOVE SOURCE-DATASET-STATUS TO MD-STATUS                  CCVS41.0
003790         MOVE MISSING-DATASET-LINE TO REPRINT-REPORT-REC          CCVS41.0
003800         PERFORM WRITE-REPORT-LINE                                CCVS41.0
003810         IF NOT SOURCE-IS-DIGEST                                  CCVS41.0
003820             MOVE RC-RUN-DATE TO MISSING-PRINT-DATE               CCVS41.0
003830             GO TO SEARCH-DATASET-EXIT                            CCVS41.0
003840         ELSE                                                     CCVS41.0
003850             GO TO SEARCH-DATASET-EXIT.                           CCVS41.0
003860     ADD 1 TO DATASET-COUNT.                                      CCVS41.0
003870     ADD 1 TO REQUEST-DATASET-COUNT.                              CCVS41.0
003880     MOVE ZERO TO DATASET-BLOCK-COUNT.                            CCVS41.0
003890     MOVE 1 TO SOURCE-PAGE.                                       CCVS41.0
003900     MOVE ZERO TO NARRATIVE-COUNT.                                CCVS41.0
003910     MOVE "N" TO BLOCK-MATCH-SW.                                  CCVS41.0
003920     MOVE "N" TO INDEX-REACHED-SW.                                CCVS41.0
003930     MOVE "N" TO SOURCE-EOF-SW.                                   CCVS41.0
003940     PERFORM READ-SOURCE-LINE.                                    CCVS41.0
003950     IF REQUEST-BLOCKS                                            CCVS41.0
003960         PERFORM SCAN-FOR-BLOCKS THRU SCAN-FOR-BLOCKS-EXIT        CCVS41.0
003970             UNTIL SOURCE-EOF                                     CCVS41.0
003980     ELSE                                                         CCVS41.0
003990         PERFORM SCAN-FOR-INDEX THRU SCAN-FOR-INDEX-EXIT          CCVS41.0
004000             UNTIL SOURCE-EOF.                                    CCVS41.0
004010     CLOSE SOURCE-DATASET-FILE.                                   CCVS41.0
004020 SEARCH-DATASET-EXIT. EXIT.                                       CCVS41.0
004030 READ-SOURCE-LINE.                                                CCVS41.0
004040     READ SOURCE-DATASET-FILE                                     CCVS41.0
004050         AT END SET SOURCE-EOF TO TRUE.                           CCVS41.0
004060*    SORTS A PRINT LINE BY THE K6SCA LAYOUT THAT WROTE IT: PAGE   CCVS41.0
004070*    HEADINGS (CCVS-H-1 CARRIES THE PAGE NUMBER), COLUMN HEADINGS CCVS41.0
004080*    AND RULES, THE FAILURE-INDEX HEADING, RESULT LINES           CCVS41.0
004090*    (TEST-RESULTS WITH A DISPOSITION AND PAR-NAME), THE FOLLOW-ONCCVS41.0
004100*    LINES K6SCA WRITES UNDER A RESULT, AND EVERYTHING ELSE -     CCVS41.0
004110*    WHICH AHEAD OF A RESULT LINE IS THE CASE NARRATIVE.          CCVS41.0
004120 CLASSIFY-SOURCE-LINE.                                            CCVS41.0
004130     MOVE "N" TO LINE-CLASS.                                      CCVS41.0
004140     IF SOURCE-LINE EQUAL TO SPACE                                CCVS41.0
004150         MOVE "B" TO LINE-CLASS                                   CCVS41.0
004160     ELSE IF SHT-40-80 EQUAL TO                                   CCVS41.0
004170         "OFFICIAL COBOL COMPILER VALIDATION SYSTEM"              CCVS41.0
004180             MOVE "H" TO LINE-CLASS                               CCVS41.0
004190             MOVE SHT-PAGE-NO TO SOURCE-PAGE                      CCVS41.0
004200     ELSE IF SHT-1-15 EQUAL TO "TEST RESULT OF "                  CCVS41.0
004210         OR SOURCE-LINE (41:7) EQUAL TO "CCVS85 "                 CCVS41.0
004220         OR SOURCE-LINE (1:22) EQUAL TO " FOR OFFICIAL USE ONLY"  CCVS41.0
004230         OR SOURCE-LINE (2:7) EQUAL TO "FEATURE"                  CCVS41.0
004240         OR SOURCE-LINE (2:6) EQUAL TO "TESTED"                   CCVS41.0
004250         OR SOURCE-LINE (2:10) EQUAL TO "**********"              CCVS41.0
004260             MOVE "H" TO LINE-CLASS                               CCVS41.0
004270     ELSE IF SOURCE-LINE (6:39) EQUAL TO                          CCVS41.0
004280         "INDEX OF FAIL*, WARN* AND INSPT RESULTS"                CCVS41.0
004290             MOVE "X" TO LINE-CLASS                               CCVS41.0
004300     ELSE IF SLT-31-47 EQUAL TO "       COMPUTED= "               CCVS41.0
004310         OR SLT-31-47 EQUAL TO "       CORRECT = "                CCVS41.0
004320         OR SLT-31-47 EQUAL TO "  PRIOR COMPUTED="                CCVS41.0
004330         OR SLT-1-19 EQUAL TO "*** INFORMATION ***"               CCVS41.0
004340         OR SOURCE-LINE (6:7) EQUAL TO "TICKET "                  CCVS41.0
004350             MOVE "C" TO LINE-CLASS                               CCVS41.0
004360     ELSE IF SL-COL-1 EQUAL TO SPACE                              CCVS41.0
004370         AND SL-PAR-NAME NOT EQUAL TO SPACE                       CCVS41.0
004380         AND (SL-P-OR-F EQUAL TO "PASS "                          CCVS41.0
004390           OR SL-P-OR-F EQUAL TO "FAIL*"                          CCVS41.0
004400           OR SL-P-OR-F EQUAL TO "*****"                          CCVS41.0
004410           OR SL-P-OR-F EQUAL TO "INSPT"                          CCVS41.0
004420           OR SL-P-OR-F EQUAL TO "WARN*"                          CCVS41.0
004430           OR SL-P-OR-F EQUAL TO "QUAR*"                          CCVS41.0
004440           OR SL-P-OR-F EQUAL TO "SKIP*")                         CCVS41.0
004450             MOVE "R" TO LINE-CLASS.                              CCVS41.0
004460*    A BLOCK IS THE NARRATIVE LINES SINCE THE LAST RESULT, THE    CCVS41.0
004470*    RESULT LINE ITSELF AND THE FOLLOW-ON LINES UNDER IT.  PAGE   CCVS41.0
004480*    HEADINGS AND BLANK LINES INSIDE A BLOCK ARE DROPPED; THE     CCVS41.0
004490*    BLOCK IS LABELLED WITH THE PAGE ITS RESULT LINE IS ON.  THE  CCVS41.0
004500*    SEARCH STOPS AT THE FAILURE INDEX.                           CCVS41.0
004510 SCAN-FOR-BLOCKS.                                                 CCVS41.0
004520     PERFORM CLASSIFY-SOURCE-LINE.                                CCVS41.0
004530     IF LINE-IS-BLANK OR LINE-IS-HEADING                          CCVS41.0
004540         GO TO SCAN-FOR-BLOCKS-NEXT.                              CCVS41.0
004550     IF LINE-IS-INDEX-HEADING                                     CCVS41.0
004560         SET SOURCE-EOF TO TRUE                                   CCVS41.0
004570         GO TO SCAN-FOR-BLOCKS-EXIT.                              CCVS41.0
004580     IF LINE-IS-FOLLOW-ON                                         CCVS41.0
004590         IF BLOCK-MATCHED                                         CCVS41.0
004600             MOVE SOURCE-LINE TO REPRINT-REPORT-REC               CCVS41.0
004610             PERFORM WRITE-REPORT-LINE                            CCVS41.0
004620             GO TO SCAN-FOR-BLOCKS-NEXT                           CCVS41.0
004630         ELSE                                                     CCVS41.0
004640             GO TO SCAN-FOR-BLOCKS-NEXT.                          CCVS41.0
004650     IF LINE-IS-NARRATIVE                                         CCVS41.0
004660         MOVE "N" TO BLOCK-MATCH-SW                               CCVS41.0
004670         PERFORM SAVE-NARRATIVE-LINE                              CCVS41.0
004680         GO TO SCAN-FOR-BLOCKS-NEXT.                              CCVS41.0
004690     MOVE "N" TO BLOCK-MATCH-SW.                                  CCVS41.0
004700     IF (REQUEST-PAR-NAME EQUAL TO SPACE                          CCVS41.0
004710         OR SL-PAR-NAME EQUAL TO REQUEST-PAR-NAME)                CCVS41.0
004720         AND (REQUEST-FEATURE EQUAL TO SPACE                      CCVS41.0
004730         OR SL-FEATURE EQUAL TO REQUEST-FEATURE)                  CCVS41.0
004740             SET BLOCK-MATCHED TO TRUE                            CCVS41.0
004750             PERFORM PRINT-BLOCK-START.                           CCVS41.0
004760     MOVE ZERO TO NARRATIVE-COUNT.                                CCVS41.0
004770 SCAN-FOR-BLOCKS-NEXT.                                            CCVS41.0
004780     PERFORM READ-SOURCE-LINE.                                    CCVS41.0
004790 SCAN-FOR-BLOCKS-EXIT. EXIT.                                      CCVS41.0
004800*    ONLY THE LAST FOUR NARRATIVE LINES AHEAD OF A RESULT ARE     CCVS41.0
004810*    KEPT; K6SCA WRITES TWO PER CASE.                             CCVS41.0
004820 SAVE-NARRATIVE-LINE.                                             CCVS41.0
004830     IF NARRATIVE-COUNT LESS THAN 4                               CCVS41.0
004840         ADD 1 TO NARRATIVE-COUNT                                 CCVS41.0
004850     ELSE                                                         CCVS41.0
004860         PERFORM SHIFT-NARRATIVE-LINE                             CCVS41.0
004870             VARYING NARRATIVE-SUB FROM 1 BY 1                    CCVS41.0
004880             UNTIL NARRATIVE-SUB NOT LESS THAN 4.                 CCVS41.0
004890     MOVE SOURCE-LINE TO NARRATIVE-LINE (NARRATIVE-COUNT).        CCVS41.0
004900 SHIFT-NARRATIVE-LINE.                                            CCVS41.0
004910     MOVE NARRATIVE-LINE (NARRATIVE-SUB + 1)                      CCVS41.0
004920         TO NARRATIVE-LINE (NARRATIVE-SUB).                       CCVS41.0
004930 PRINT-BLOCK-START.                                               CCVS41.0
004940     ADD 1 TO DATASET-BLOCK-COUNT.                                CCVS41.0
004950     ADD 1 TO REQUEST-BLOCK-COUNT.                                CCVS41.0
004960     ADD 1 TO TOTAL-BLOCK-COUNT.                                  CCVS41.0
004970     MOVE SPACE TO REPRINT-REPORT-REC.                            CCVS41.0
004980     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
004990     MOVE SPACE TO BH-NOTE.                                       CCVS41.0
005000     IF SOURCE-IS-DIGEST                                          CCVS41.0
005010         MOVE "PRINT DATASET MISSING - TAKEN FROM THE DIGEST"     CCVS41.0
005020             TO BH-NOTE.                                          CCVS41.0
005030     PERFORM PRINT-BLOCK-HEADING.                                 CCVS41.0
005040     PERFORM PRINT-NARRATIVE-LINE                                 CCVS41.0
005050         VARYING NARRATIVE-SUB FROM 1 BY 1                        CCVS41.0
005060         UNTIL NARRATIVE-SUB GREATER THAN NARRATIVE-COUNT.        CCVS41.0
005070     MOVE SOURCE-LINE TO REPRINT-REPORT-REC.                      CCVS41.0
005080     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
005090 PRINT-NARRATIVE-LINE.                                            CCVS41.0
005100     MOVE NARRATIVE-LINE (NARRATIVE-SUB) TO REPRINT-REPORT-REC.   CCVS41.0
005110     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
005120 PRINT-BLOCK-HEADING.                                             CCVS41.0
005130     MOVE SOURCE-DSN-NAME TO BH-DSN.                              CCVS41.0
005140     MOVE SOURCE-RUN-DATE TO BH-RUN-DATE.                         CCVS41.0
005150     IF SOURCE-IS-DIGEST                                          CCVS41.0
005160         MOVE "(DIGEST)" TO BH-PAGE-TEXT                          CCVS41.0
005170     ELSE                                                         CCVS41.0
005180         MOVE "PAGE " TO BH-PAGE-TEXT                             CCVS41.0
005190         MOVE SOURCE-PAGE TO BH-PAGE.                             CCVS41.0
005200     MOVE BLOCK-HEADING-LINE TO REPRINT-REPORT-REC.               CCVS41.0
005210     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
005220*    EVERYTHING FROM THE FAILURE-INDEX HEADING TO THE END OF THE  CCVS41.0
005230*    DATASET IS COPIED, LESS PAGE HEADINGS; A PAR-NAME OR FEATURE CCVS41.0
005240*    ON THE REQUEST NARROWS THE INDEX ENTRIES (THE "PAGE" ON EACH CCVS41.0
005250*    ENTRY IS WHERE THAT RESULT IS PRINTED).  A DATASET WITH NO   CCVS41.0
005260*    INDEX (A RUN THAT ENDED EARLY) IS NOTED.                     CCVS41.0
005270 SCAN-FOR-INDEX.                                                  CCVS41.0
005280     PERFORM CLASSIFY-SOURCE-LINE.                                CCVS41.0
005290     IF LINE-IS-INDEX-HEADING                                     CCVS41.0
005300         SET INDEX-REACHED TO TRUE                                CCVS41.0
005310         ADD 1 TO DATASET-BLOCK-COUNT                             CCVS41.0
005320         ADD 1 TO REQUEST-BLOCK-COUNT                             CCVS41.0
005330         ADD 1 TO TOTAL-BLOCK-COUNT                               CCVS41.0
005340         MOVE SPACE TO REPRINT-REPORT-REC                         CCVS41.0
005350         PERFORM WRITE-REPORT-LINE                                CCVS41.0
005360         MOVE SPACE TO BH-NOTE                                    CCVS41.0
005370         PERFORM PRINT-BLOCK-HEADING                              CCVS41.0
005380         MOVE SOURCE-LINE TO REPRINT-REPORT-REC                   CCVS41.0
005390         PERFORM WRITE-REPORT-LINE                                CCVS41.0
005400         GO TO SCAN-FOR-INDEX-NEXT.                               CCVS41.0
005410     IF NOT INDEX-REACHED                                         CCVS41.0
005420         OR LINE-IS-BLANK OR LINE-IS-HEADING                      CCVS41.0
005430             GO TO SCAN-FOR-INDEX-NEXT.                           CCVS41.0
005440     IF SIX-PAGE-LABEL EQUAL TO "PAGE "                           CCVS41.0
005450         IF (REQUEST-PAR-NAME NOT EQUAL TO SPACE                  CCVS41.0
005460             AND SIX-PAR-NAME NOT EQUAL TO REQUEST-PAR-NAME)      CCVS41.0
005470             OR (REQUEST-FEATURE NOT EQUAL TO SPACE               CCVS41.0
005480             AND SIX-FEATURE NOT EQUAL TO REQUEST-FEATURE)        CCVS41.0
005490                 GO TO SCAN-FOR-INDEX-NEXT.                       CCVS41.0
005500     MOVE SOURCE-LINE TO REPRINT-REPORT-REC.                      CCVS41.0
005510     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
005520 SCAN-FOR-INDEX-NEXT.                                             CCVS41.0
005530     PERFORM READ-SOURCE-LINE.                                    CCVS41.0
005540     IF SOURCE-EOF                                                CCVS41.0
005550         AND NOT INDEX-REACHED                                    CCVS41.0
005560             MOVE SPACE TO REPRINT-REPORT-REC                     CCVS41.0
005570             PERFORM WRITE-REPORT-LINE                            CCVS41.0
005580             MOVE "NO FAILURE INDEX IN THIS DATASET" TO BH-NOTE   CCVS41.0
005590             PERFORM PRINT-BLOCK-HEADING.                         CCVS41.0
005600 SCAN-FOR-INDEX-EXIT. EXIT.                                       CCVS41.0
005610 PRINT-REQUEST-HEADING.                                           CCVS41.0
005620     MOVE SPACE TO REPRINT-REPORT-REC.                            CCVS41.0
005630     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
005640     IF REQUEST-BLOCKS                                            CCVS41.0
005650         MOVE "PARAGRAPH BLOCKS" TO RH-TYPE                       CCVS41.0
005660     ELSE                                                         CCVS41.0
005670         MOVE "FAILURE INDEX" TO RH-TYPE.                         CCVS41.0
005680     MOVE REQUEST-TEST-ID TO RH-TEST-ID.                          CCVS41.0
005690     MOVE REQUEST-FROM-DATE TO RH-FROM-DATE.                      CCVS41.0
005700     MOVE REQUEST-TO-DATE TO RH-TO-DATE.                          CCVS41.0
005710     IF REQUEST-FAIL-ONLY EQUAL TO "F"                            CCVS41.0
005720         MOVE "FAILURE NIGHTS ONLY" TO RH-FAIL-ONLY               CCVS41.0
005730     ELSE                                                         CCVS41.0
005740         MOVE "ALL NIGHTS" TO RH-FAIL-ONLY.                       CCVS41.0
005750     MOVE REQUEST-PAR-NAME TO RH-PAR-NAME.                        CCVS41.0
005760     MOVE REQUEST-FEATURE TO RH-FEATURE.                          CCVS41.0
005770     MOVE REQUEST-HEADING-LINE TO REPRINT-REPORT-REC.             CCVS41.0
005780     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
005790 PRINT-REQUEST-TOTALS.                                            CCVS41.0
005800     MOVE SPACE TO REPRINT-REPORT-REC.                            CCVS41.0
005810     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
005820     MOVE REQUEST-DATASET-COUNT TO RT-COUNT.                      CCVS41.0
005830     MOVE "DATASETS SEARCHED FOR THIS REQUEST" TO RT-DESC.        CCVS41.0
005840     MOVE REPRINT-TOTAL-LINE TO REPRINT-REPORT-REC.               CCVS41.0
005850     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
005860     MOVE REQUEST-MISSING-COUNT TO RT-COUNT.                      CCVS41.0
005870     MOVE "CATALOGED DATASETS NOT FOUND" TO RT-DESC.              CCVS41.0
005880     MOVE REPRINT-TOTAL-LINE TO REPRINT-REPORT-REC.               CCVS41.0
005890     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
005900     MOVE REQUEST-BLOCK-COUNT TO RT-COUNT.                        CCVS41.0
005910     IF REQUEST-BLOCKS                                            CCVS41.0
005920         MOVE "PARAGRAPH BLOCKS EXTRACTED" TO RT-DESC             CCVS41.0
005930     ELSE                                                         CCVS41.0
005940         MOVE "FAILURE INDEXES EXTRACTED" TO RT-DESC.             CCVS41.0
005950     MOVE REPRINT-TOTAL-LINE TO REPRINT-REPORT-REC.               CCVS41.0
005960     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
005970 PRINT-REPRINT-TOTALS.                                            CCVS41.0
005980     MOVE SPACE TO REPRINT-REPORT-REC.                            CCVS41.0
005990     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
006000     MOVE REQUEST-COUNT TO RT-COUNT.                              CCVS41.0
006010     MOVE "REQUESTS PROCESSED" TO RT-DESC.                        CCVS41.0
006020     MOVE REPRINT-TOTAL-LINE TO REPRINT-REPORT-REC.               CCVS41.0
006030     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
006040     MOVE REJECTED-COUNT TO RT-COUNT.                             CCVS41.0
006050     MOVE "REQUEST CARDS REJECTED - RC 8 IF ANY" TO RT-DESC.      CCVS41.0
006060     MOVE REPRINT-TOTAL-LINE TO REPRINT-REPORT-REC.               CCVS41.0
006070     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
006080     MOVE EMPTY-REQUEST-COUNT TO RT-COUNT.                        CCVS41.0
006090     MOVE "REQUESTS THAT FOUND NOTHING - RC 4 IF ANY" TO RT-DESC. CCVS41.0
006100     MOVE REPRINT-TOTAL-LINE TO REPRINT-REPORT-REC.               CCVS41.0
006110     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
006120     MOVE DATASET-COUNT TO RT-COUNT.                              CCVS41.0
006130     MOVE "DATASETS SEARCHED" TO RT-DESC.                         CCVS41.0
006140     MOVE REPRINT-TOTAL-LINE TO REPRINT-REPORT-REC.               CCVS41.0
006150     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
006160     MOVE MISSING-COUNT TO RT-COUNT.                              CCVS41.0
006170     MOVE "CATALOGED DATASETS NOT FOUND - RC 4 IF ANY" TO RT-DESC.CCVS41.0
006180     MOVE REPRINT-TOTAL-LINE TO REPRINT-REPORT-REC.               CCVS41.0
006190     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
006200     MOVE TOTAL-BLOCK-COUNT TO RT-COUNT.                          CCVS41.0
006210     MOVE "BLOCKS AND INDEXES EXTRACTED" TO RT-DESC.              CCVS41.0
006220     MOVE REPRINT-TOTAL-LINE TO REPRINT-REPORT-REC.               CCVS41.0
006230     PERFORM WRITE-REPORT-LINE.                                   CCVS41.0
006240 WRITE-REPORT-LINE.                                               CCVS41.0
006250     WRITE REPRINT-REPORT-REC AFTER ADVANCING 1 LINES.            CCVS41.0
