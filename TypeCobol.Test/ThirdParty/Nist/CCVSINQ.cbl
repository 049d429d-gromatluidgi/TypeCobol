000100 IDENTIFICATION DIVISION.                                         CCVSQ1.0
000110 PROGRAM-ID. CCVSINQ.                                             CCVSQ1.0
000120*    ONLINE INQUIRY AND RESET TRANSACTION OVER THE SUITE'S        CCVSQ1.0
000124*    HISTORY FILES.  RUN FROM A TSO SESSION WITH XXXXX060         CCVSQ1.0
000128*    (CCVS.K6SCA.HISTORY), XXXXX063 (CCVS.K6SCA.HISTDTL),         CCVSQ1.0
000132*    XXXXX089 (CCVS.INQUIRY.LOG), XXXXX109 (CCVS.INQUIRY.AUTH)    CCVSQ1.0
000136*    AND XXXXX110 (CCVS.RESET.QUEUE) ALLOCATED.  SIGN-ON CHECKS   CCVSQ1.0
000140*    THE USER-ID AGAINST THE AUTHORIZED-USER TABLE (USER-ID PLUS  CCVSQ1.0
000144*    THE FUNCTION LETTERS THAT USER MAY ISSUE); UNKNOWN USERS     CCVSQ1.0
000148*    AND UNAUTHORIZED FUNCTION ATTEMPTS ARE REFUSED AND LOGGED.   CCVSQ1.0
000152*    FUNCTION I LOOKS A PARAGRAPH UP BY TEST-ID AND PAR-NAME AND  CCVSQ1.0
000156*    DISPLAYS THE PRIOR RUN COUNTS, PRIOR COMPUTED VALUE AND      CCVSQ1.0
000160*    DISPOSITION.  FUNCTION R NO LONGER DELETES ANYTHING: IT      CCVSQ1.0
000164*    QUEUES A RESET REQUEST (WITH THE BEFORE-IMAGE) FOR A SECOND  CCVSQ1.0
000168*    PAIR OF EYES.  FUNCTION A LETS A DIFFERENT AUTHORIZED USER   CCVSQ1.0
000172*    APPROVE OR DENY A PENDING REQUEST - THE REQUESTER MAY NOT    CCVSQ1.0
000176*    APPROVE THEIR OWN.  THE CCVSRSA STEP IN THE MAINTENANCE JOB  CCVSQ1.0
000180*    APPLIES APPROVED RESETS BEFORE THE NIGHTLY RUN, JOURNALING   CCVSQ1.0
000184*    WHO REQUESTED, WHO APPROVED AND THE BEFORE-IMAGE.  FUNCTION  CCVSQ1.0
000188*    X ENDS THE SESSION.  FUNCTIONS I, R AND A ARE REFUSED (AND   CCVSQ1.0
000192*    THE HISTORY FILES CLOSED) WHENEVER ANY JOB HOLDS THE SUITE   CCVSQ1.0
000196*    LOCK IN CCVS.SUITE.RUNSTATE (XXXXX129); THE LOCK IS          CCVSQ1.0
000200*    RE-CHECKED ON EVERY TRANSACTION.  FUNCTION L CLEARS A        CCVSQ1.0
000204*    STALE LOCK LEFT BY AN ABENDED JOB - ONLY FOR USERS           CCVSQ1.0
000208*    AUTHORIZED FOR L, ONLY AFTER CONFIRMATION, AND LOGGED TO     CCVSQ1.0
000212*    THE INQUIRY LOG WITH THE HOLDER AND TIME CLEARED.            CCVSQ1.0
000216*    A RUN-STATE FILE THAT CANNOT BE READ COUNTS AS HELD.         CCVSQ1.0
000230 ENVIRONMENT DIVISION.                                            CCVSQ1.0
000240 INPUT-OUTPUT SECTION.                                            CCVSQ1.0
000250 FILE-CONTROL.                                                    CCVSQ1.0
000350     FILE STATUS IS HISTORY-DETAIL-STATUS.                        CCVSQ1.0
000360     SELECT INQUIRY-LOG-FILE ASSIGN TO                            CCVSQ1.0
000370     XXXXX089.                                                    CCVSQ1.0
000371     SELECT AUTH-TABLE-FILE ASSIGN TO                             CCVSQ1.0
000372     XXXXX109                                                     CCVSQ1.0
000373     FILE STATUS IS AUTH-TABLE-STATUS.                            CCVSQ1.0
000374     SELECT RESET-QUEUE-FILE ASSIGN TO                            CCVSQ1.0
000375     XXXXX110                                                     CCVSQ1.0
000376     FILE STATUS IS RESET-QUEUE-STATUS.                           CCVSQ1.0
000377     SELECT RUN-STATE-FILE ASSIGN TO                              CCVSQ1.0
000378     XXXXX129                                                     CCVSQ1.0
000379     FILE STATUS IS RUN-STATE-STATUS.                             CCVSQ1.0
000380 DATA DIVISION.                                                   CCVSQ1.0
000390 FILE SECTION.                                                    CCVSQ1.0
000400 FD  HISTORY-FILE.                                                CCVSQ1.0
000640     02 IQ-PAR-NAME           PIC X(22).                          CCVSQ1.0
000650     02 IQ-PRIOR-COMPUTED     PIC X(20).                          CCVSQ1.0
000660     02 IQ-PRIOR-DISPOSITION  PIC X(5).                           CCVSQ1.0
000661     02 IQ-SECOND-USER        PIC X(8).                           CCVSQ1.0
000662     02 IQ-LOCK-HOLDER        PIC X(8).                           CCVSQ1.0
000663     02 IQ-LOCK-DATE          PIC 9(8).                           CCVSQ1.0
000664     02 IQ-LOCK-TIME          PIC 9(8).                           CCVSQ1.0
000665     02 FILLER                PIC X(8).                           CCVSQ1.0
000670 FD  AUTH-TABLE-FILE.                                             CCVSQ1.0
000671 01  AUTH-TABLE-REC.                                              CCVSQ1.0
000672     02 AU-USER-ID            PIC X(8).                           CCVSQ1.0
000673     02 FILLER                PIC X.                              CCVSQ1.0
000674     02 AU-FUNCTIONS          PIC X(8).                           CCVSQ1.0
000675     02 FILLER                PIC X(63).                          CCVSQ1.0
000676 FD  RESET-QUEUE-FILE.                                            CCVSQ1.0
000677 01  RESET-QUEUE-REC.                                             CCVSQ1.0
000678     02 QU-EVENT-TYPE         PIC X(8).                           CCVSQ1.0
000679     02 QU-TEST-ID            PIC X(9).                           CCVSQ1.0
000680     02 QU-PAR-NAME           PIC X(22).                          CCVSQ1.0
000681     02 QU-USER-ID            PIC X(8).                           CCVSQ1.0
000682     02 QU-EVENT-DATE         PIC 9(8).                           CCVSQ1.0
000683     02 QU-EVENT-TIME         PIC 9(8).                           CCVSQ1.0
000684     02 QU-PRIOR-COMPUTED     PIC X(20).                          CCVSQ1.0
000685     02 QU-PRIOR-DISPOSITION  PIC X(5).                           CCVSQ1.0
000686     02 FILLER                PIC X(12).                          CCVSQ1.0
000687 FD  RUN-STATE-FILE.                                              CCVSQ1.0
000688 01  RUN-STATE-REC.                                               CCVSQ1.0
000689     02 RN-HOLDER             PIC X(8).                           CCVSQ1.0
000690         88 RN-NOT-HELD       VALUE "NONE    " SPACE.             CCVSQ1.0
000691     02 FILLER                PIC X.                              CCVSQ1.0
000692     02 RN-SINCE-DATE         PIC 9(8).                           CCVSQ1.0
000693     02 FILLER                PIC X.                              CCVSQ1.0
000694     02 RN-SINCE-TIME         PIC 9(8).                           CCVSQ1.0
000695     02 FILLER                PIC X(54).                          CCVSQ1.0
000696 WORKING-STORAGE SECTION.                                         CCVSQ1.0
000697 01  HISTORY-FILE-STATUS                PIC XX     VALUE SPACE.   CCVSQ1.0
000700 01  HISTORY-DETAIL-STATUS              PIC XX     VALUE SPACE.   CCVSQ1.0
000710 01  FUNCTION-CODE                      PIC X      VALUE SPACE.   CCVSQ1.0
000720 01  SESSION-DONE-SW                    PIC X      VALUE "N".     CCVSQ1.0
000740 01  INQ-TEST-ID                        PIC X(9)   VALUE SPACE.   CCVSQ1.0
000750 01  INQ-PAR-NAME                       PIC X(22)  VALUE SPACE.   CCVSQ1.0
000760 01  INQ-USER-ID                        PIC X(8)   VALUE SPACE.   CCVSQ1.0
000761 01  CONFIRM-CODE                       PIC X      VALUE SPACE.   CCVSQ1.0
000762 01  AUTH-TABLE-STATUS                  PIC XX     VALUE SPACE.   CCVSQ1.0
000763 01  RESET-QUEUE-STATUS                 PIC XX     VALUE SPACE.   CCVSQ1.0
000764 01  RUN-STATE-STATUS                   PIC XX     VALUE SPACE.   CCVSQ1.0
000765 01  AUTH-EOF-SW                        PIC X      VALUE "N".     CCVSQ1.0
000770     88 AUTH-EOF                                   VALUE "Y".     CCVSQ1.0
000771 01  QUEUE-EOF-SW                       PIC X      VALUE "N".     CCVSQ1.0
000772     88 QUEUE-EOF                                  VALUE "Y".     CCVSQ1.0
000773 01  AUTH-FOUND-SW                      PIC X      VALUE "N".     CCVSQ1.0
000774     88 AUTH-FOUND                                 VALUE "Y".     CCVSQ1.0
000775 01  FUNC-ALLOWED-SW                    PIC X      VALUE "N".     CCVSQ1.0
000776     88 FUNC-ALLOWED                               VALUE "Y".     CCVSQ1.0
000777 01  PENDING-FOUND-SW                   PIC X      VALUE "N".     CCVSQ1.0
000778     88 PENDING-FOUND                              VALUE "Y".     CCVSQ1.0
000779 01  SESSION-USER-ID                    PIC X(8)   VALUE SPACE.   CCVSQ1.0
000780 01  SESSION-FUNCTIONS                  PIC X(9)   VALUE SPACE.   CCVSQ1.0
000781 01  SESSION-FUNC-TABLE REDEFINES SESSION-FUNCTIONS.              CCVSQ1.0
000782     02 SF-FUNC PIC X OCCURS 9 TIMES.                             CCVSQ1.0
000783 01  FUNC-WANTED                        PIC X      VALUE SPACE.   CCVSQ1.0
000784 01  AUTH-SUB                           PIC S9(4)  COMP VALUE 0.  CCVSQ1.0
000785 01  PENDING-REQ-USER                   PIC X(8)   VALUE SPACE.   CCVSQ1.0
000786 01  APPROVE-DECISION                   PIC X      VALUE SPACE.   CCVSQ1.0
000787 01  LOG-ACTION                         PIC X(8)   VALUE SPACE.   CCVSQ1.0
000788 01  LOG-SECOND-USER                    PIC X(8)   VALUE SPACE.   CCVSQ1.0
000789 01  HISTORY-FOUND-SW                   PIC X      VALUE "N".     CCVSQ1.0
000790     88 HISTORY-FOUND                              VALUE "Y".     CCVSQ1.0
000800 01  HISTORY-DETAIL-FOUND-SW            PIC X      VALUE "N".     CCVSQ1.0
000810     88 HISTORY-DETAIL-FOUND                       VALUE "Y".     CCVSQ1.0
000820 01  TODAYS-RUN-DATE                    PIC 9(8)   VALUE ZERO.    CCVSQ1.0
000830 01  RUN-TIME-NOW                       PIC 9(8)   VALUE ZERO.    CCVSQ1.0
000832 01  SUITE-LOCKED-SW                    PIC X      VALUE "N".     CCVSQ1.0
000834     88 SUITE-LOCKED                               VALUE "Y".     CCVSQ1.0
000836 01  HISTORY-OPEN-SW                    PIC X      VALUE "N".     CCVSQ1.0
000838     88 HISTORY-OPEN                               VALUE "Y".     CCVSQ1.0
000840 PROCEDURE DIVISION.                                              CCVSQ1.0
000850 CCVSINQ-MAIN SECTION.                                            CCVSQ1.0
000860 OPEN-FILES.                                                      CCVSQ1.0
000870     ACCEPT TODAYS-RUN-DATE FROM DATE YYYYMMDD.                   CCVSQ1.0
000882     PERFORM CHECK-SUITE-LOCK THRU CHECK-SUITE-LOCK-EXIT.         CCVSQ1.0
000894     IF SUITE-LOCKED                                              CCVSQ1.0
000906         DISPLAY "CCVSINQ: SUITE HELD BY " RN-HOLDER              CCVSQ1.0
000918             " SINCE " RN-SINCE-DATE " " RN-SINCE-TIME            CCVSQ1.0
000930         DISPLAY "CCVSINQ: FUNCTIONS I, R AND A UNAVAILABLE"      CCVSQ1.0
000942     ELSE                                                         CCVSQ1.0
000954         PERFORM OPEN-HISTORY-FILES THRU OPEN-HISTORY-FILES-EXIT  CCVSQ1.0
000966         IF NOT HISTORY-OPEN                                      CCVSQ1.0
000978             GO TO END-SESSION.                                   CCVSQ1.0
000990     OPEN EXTEND INQUIRY-LOG-FILE.                                CCVSQ1.0
000991     PERFORM SIGN-ON THRU SIGN-ON-EXIT.                           CCVSQ1.0
000992     IF AUTH-FOUND-SW EQUAL TO "N"                                CCVSQ1.0
000993         PERFORM CLOSE-HISTORY-FILES                              CCVSQ1.0
000994         CLOSE INQUIRY-LOG-FILE                                   CCVSQ1.0
000995         GO TO END-SESSION.                                       CCVSQ1.0
001000     PERFORM TRANSACTION-LOOP THRU TRANSACTION-LOOP-EXIT          CCVSQ1.0
001010         UNTIL SESSION-DONE.                                      CCVSQ1.0
001016     PERFORM CLOSE-HISTORY-FILES.                                 CCVSQ1.0
001022     CLOSE INQUIRY-LOG-FILE.                                      CCVSQ1.0
001030 END-SESSION.                                                     CCVSQ1.0
001040     STOP RUN.                                                    CCVSQ1.0
001050 TRANSACTION-LOOP.                                                CCVSQ1.0
001060     DISPLAY "CCVSINQ FUNCTION?"                                  CCVSQ1.0
001063         " (I=INQUIRE R=REQUEST RESET A=APPROVE"                  CCVSQ1.0
001066         " L=CLEAR SUITE LOCK X=EXIT)".                           CCVSQ1.0
001070     ACCEPT FUNCTION-CODE.                                        CCVSQ1.0
001080     IF FUNCTION-CODE EQUAL TO "X"                                CCVSQ1.0
001090         SET SESSION-DONE TO TRUE                                 CCVSQ1.0
001100         GO TO TRANSACTION-LOOP-EXIT.                             CCVSQ1.0
001101     IF FUNCTION-CODE EQUAL TO "I"                                CCVSQ1.0
001102         OR FUNCTION-CODE EQUAL TO "R"                            CCVSQ1.0
001103         OR FUNCTION-CODE EQUAL TO "A"                            CCVSQ1.0
001104         OR FUNCTION-CODE EQUAL TO "L"                            CCVSQ1.0
001105             MOVE FUNCTION-CODE TO FUNC-WANTED                    CCVSQ1.0
001106             PERFORM CHECK-FUNCTION-AUTH                          CCVSQ1.0
001107             IF FUNC-ALLOWED-SW EQUAL TO "N"                      CCVSQ1.0
001110                 DISPLAY "CCVSINQ: FUNCTION REFUSED"              CCVSQ1.0
001111                     " - NOT AUTHORIZED FOR " FUNCTION-CODE       CCVSQ1.0
001112                 MOVE "REJECT  " TO LOG-ACTION                    CCVSQ1.0
001113                 MOVE SPACE TO LOG-SECOND-USER                    CCVSQ1.0
001114                 PERFORM WRITE-INQUIRY-LOG                        CCVSQ1.0
001115                 GO TO TRANSACTION-LOOP-EXIT.                     CCVSQ1.0
001116     IF FUNCTION-CODE EQUAL TO "I"                                CCVSQ1.0
001117         OR FUNCTION-CODE EQUAL TO "R"                            CCVSQ1.0
001118         OR FUNCTION-CODE EQUAL TO "A"                            CCVSQ1.0
001119             PERFORM CHECK-SUITE-LOCK THRU CHECK-SUITE-LOCK-EXIT  CCVSQ1.0
001120             IF SUITE-LOCKED                                      CCVSQ1.0
001121                 PERFORM CLOSE-HISTORY-FILES                      CCVSQ1.0
001122                 DISPLAY "CCVSINQ: FUNCTION REFUSED - SUITE HELD" CCVSQ1.0
001123                     " BY " RN-HOLDER " SINCE " RN-SINCE-DATE " " CCVSQ1.0
001124                     RN-SINCE-TIME                                CCVSQ1.0
001125                 MOVE "REJECT  " TO LOG-ACTION                    CCVSQ1.0
001126                 MOVE SPACE TO LOG-SECOND-USER                    CCVSQ1.0
001127                 PERFORM WRITE-INQUIRY-LOG                        CCVSQ1.0
001128                 GO TO TRANSACTION-LOOP-EXIT.                     CCVSQ1.0
001129     IF FUNCTION-CODE EQUAL TO "I"                                CCVSQ1.0
001130         OR FUNCTION-CODE EQUAL TO "R"                            CCVSQ1.0
001131         OR FUNCTION-CODE EQUAL TO "A"                            CCVSQ1.0
001132             IF NOT HISTORY-OPEN                                  CCVSQ1.0
001133                 PERFORM OPEN-HISTORY-FILES                       CCVSQ1.0
001134                     THRU OPEN-HISTORY-FILES-EXIT                 CCVSQ1.0
001135                 IF NOT HISTORY-OPEN                              CCVSQ1.0
001136                     GO TO TRANSACTION-LOOP-EXIT.                 CCVSQ1.0
001137     IF FUNCTION-CODE EQUAL TO "I"                                CCVSQ1.0
001138         PERFORM INQUIRE-HISTORY THRU INQUIRE-HISTORY-EXIT        CCVSQ1.0
001139         GO TO TRANSACTION-LOOP-EXIT.                             CCVSQ1.0
001140     IF FUNCTION-CODE EQUAL TO "R"                                CCVSQ1.0
001150         PERFORM RESET-HISTORY THRU RESET-HISTORY-EXIT            CCVSQ1.0
001160         GO TO TRANSACTION-LOOP-EXIT.                             CCVSQ1.0
001170     IF FUNCTION-CODE EQUAL TO "A"                                CCVSQ1.0
001171         PERFORM APPROVE-RESET THRU APPROVE-RESET-EXIT            CCVSQ1.0
001172         GO TO TRANSACTION-LOOP-EXIT.                             CCVSQ1.0
001173     IF FUNCTION-CODE EQUAL TO "L"                                CCVSQ1.0
001174         PERFORM CLEAR-SUITE-LOCK THRU CLEAR-SUITE-LOCK-EXIT      CCVSQ1.0
001175         GO TO TRANSACTION-LOOP-EXIT.                             CCVSQ1.0
001176     DISPLAY "CCVSINQ: FUNCTION NOT RECOGNIZED".                  CCVSQ1.0
001180 TRANSACTION-LOOP-EXIT. EXIT.                                     CCVSQ1.0
001181 OPEN-HISTORY-FILES.                                              CCVSQ1.0
001182     OPEN I-O HISTORY-FILE.                                       CCVSQ1.0
001183     IF HISTORY-FILE-STATUS NOT EQUAL TO "00"                     CCVSQ1.0
001184         DISPLAY "CCVSINQ: CANNOT OPEN HISTORY FILE, STATUS "     CCVSQ1.0
001185             HISTORY-FILE-STATUS                                  CCVSQ1.0
001186         GO TO OPEN-HISTORY-FILES-EXIT.                           CCVSQ1.0
001187     OPEN I-O HISTORY-DETAIL-FILE.                                CCVSQ1.0
001188     IF HISTORY-DETAIL-STATUS NOT EQUAL TO "00"                   CCVSQ1.0
001189         DISPLAY "CCVSINQ: CANNOT OPEN DETAIL FILE, STATUS "      CCVSQ1.0
001190             HISTORY-DETAIL-STATUS                                CCVSQ1.0
001191         CLOSE HISTORY-FILE                                       CCVSQ1.0
001192         GO TO OPEN-HISTORY-FILES-EXIT.                           CCVSQ1.0
001193     SET HISTORY-OPEN TO TRUE.                                    CCVSQ1.0
001194 OPEN-HISTORY-FILES-EXIT. EXIT.                                   CCVSQ1.0
001195 CLOSE-HISTORY-FILES.                                             CCVSQ1.0
001196     IF HISTORY-OPEN                                              CCVSQ1.0
001197         CLOSE HISTORY-FILE HISTORY-DETAIL-FILE                   CCVSQ1.0
001198         MOVE "N" TO HISTORY-OPEN-SW.                             CCVSQ1.0
001199*    ANY HOLDER AT ALL - NIGHTLY, WEEKLY OR ONDEMAND - LOCKS      CCVSQ1.0
001200*    THE ONLINE FUNCTIONS OUT OF THE HISTORY FILES.  AN EMPTY     CCVSQ1.0
001201*    RUN-STATE FILE MEANS NOBODY HOLDS THE SUITE; ONE THAT        CCVSQ1.0
001202*    CANNOT BE OPENED OR READ LOCKS THEM OUT AS IF HELD.          CCVSQ1.0
001203 CHECK-SUITE-LOCK.                                                CCVSQ1.0
001204     MOVE "N" TO SUITE-LOCKED-SW.                                 CCVSQ1.0
001205     MOVE "NONE" TO RN-HOLDER.                                    CCVSQ1.0
001206     OPEN INPUT RUN-STATE-FILE.                                   CCVSQ1.0
001207     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSQ1.0
001208         GO TO CHECK-SUITE-LOCK-UNKNOWN.                          CCVSQ1.0
001209     READ RUN-STATE-FILE                                          CCVSQ1.0
001210         AT END MOVE "NONE" TO RN-HOLDER.                         CCVSQ1.0
001211     IF RUN-STATE-STATUS NOT EQUAL TO "00"                        CCVSQ1.0
001212         AND RUN-STATE-STATUS NOT EQUAL TO "10"                   CCVSQ1.0
001213             CLOSE RUN-STATE-FILE                                 CCVSQ1.0
001214             GO TO CHECK-SUITE-LOCK-UNKNOWN.                      CCVSQ1.0
001215     IF NOT RN-NOT-HELD                                           CCVSQ1.0
001216         SET SUITE-LOCKED TO TRUE.                                CCVSQ1.0
001217     CLOSE RUN-STATE-FILE.                                        CCVSQ1.0
001218     GO TO CHECK-SUITE-LOCK-EXIT.                                 CCVSQ1.0
001219*    A RUN-STATE FILE THAT CANNOT BE OPENED OR READ LEAVES THE    CCVSQ1.0
001220*    LOCK STATE UNKNOWN, WHICH IS TREATED AS HELD.                CCVSQ1.0
001221 CHECK-SUITE-LOCK-UNKNOWN.                                        CCVSQ1.0
001222     DISPLAY "CCVSINQ: RUN-STATE FILE NOT READ, STATUS "          CCVSQ1.0
001223         RUN-STATE-STATUS.                                        CCVSQ1.0
001224     MOVE "UNKNOWN" TO RN-HOLDER.                                 CCVSQ1.0
001225     MOVE ZERO TO RN-SINCE-DATE RN-SINCE-TIME.                    CCVSQ1.0
001226     SET SUITE-LOCKED TO TRUE.                                    CCVSQ1.0
001227 CHECK-SUITE-LOCK-EXIT. EXIT.                                     CCVSQ1.0
001228 ACCEPT-KEY-FIELDS.                                               CCVSQ1.0
001229     DISPLAY "TEST-ID?".                                          CCVSQ1.0
001230     ACCEPT INQ-TEST-ID.                                          CCVSQ1.0
001231     DISPLAY "PAR-NAME?".                                         CCVSQ1.0
001232     ACCEPT INQ-PAR-NAME.                                         CCVSQ1.0
001240 READ-HISTORY-RECORD.                                             CCVSQ1.0
001250     MOVE INQ-TEST-ID TO HS-TEST-ID.                              CCVSQ1.0
001260     READ HISTORY-FILE                                            CCVSQ1.0
001570         DISPLAY "NO DETAIL RECORD FOR " INQ-PAR-NAME.            CCVSQ1.0
001580 INQUIRE-HISTORY-EXIT. EXIT.                                      CCVSQ1.0
001590 RESET-HISTORY.                                                   CCVSQ1.0
001600     PERFORM ACCEPT-KEY-FIELDS.                                   CCVSQ1.0
001610     IF INQ-PAR-NAME EQUAL TO SPACE                               CCVSQ1.0
001620         DISPLAY "CCVSINQ: RESET NEEDS A PAR-NAME"                CCVSQ1.0
001630         GO TO RESET-HISTORY-EXIT.                                CCVSQ1.0
001640     PERFORM READ-DETAIL-RECORD.                                  CCVSQ1.0
001650     IF HISTORY-DETAIL-FOUND-SW EQUAL TO "N"                      CCVSQ1.0
001660         DISPLAY "NO DETAIL RECORD FOR " INQ-PAR-NAME             CCVSQ1.0
001670         GO TO RESET-HISTORY-EXIT.                                CCVSQ1.0
001680     DISPLAY "PRIOR COMPUTED=" HD-PRIOR-COMPUTED                  CCVSQ1.0
001690         " DISPOSITION=" HD-PRIOR-DISPOSITION.                    CCVSQ1.0
001700     DISPLAY "QUEUE THIS RESET FOR APPROVAL? (Y/N)".              CCVSQ1.0
001710     ACCEPT CONFIRM-CODE.                                         CCVSQ1.0
001720     IF CONFIRM-CODE NOT EQUAL TO "Y"                             CCVSQ1.0
001730         DISPLAY "CCVSINQ: REQUEST CANCELLED"                     CCVSQ1.0
001740         GO TO RESET-HISTORY-EXIT.                                CCVSQ1.0
001750     MOVE "REQUEST " TO LOG-ACTION.                               CCVSQ1.0
001760     PERFORM APPEND-QUEUE-EVENT.                                  CCVSQ1.0
001770     MOVE SPACE TO LOG-SECOND-USER.                               CCVSQ1.0
001780     PERFORM WRITE-INQUIRY-LOG.                                   CCVSQ1.0
001790     DISPLAY "CCVSINQ: RESET QUEUED FOR APPROVAL".                CCVSQ1.0
001800 RESET-HISTORY-EXIT. EXIT.                                        CCVSQ1.0
001810 APPROVE-RESET.                                                   CCVSQ1.0
001820     PERFORM ACCEPT-KEY-FIELDS.                                   CCVSQ1.0
001830     IF INQ-PAR-NAME EQUAL TO SPACE                               CCVSQ1.0
001840         DISPLAY "CCVSINQ: APPROVAL NEEDS A PAR-NAME"             CCVSQ1.0
001850         GO TO APPROVE-RESET-EXIT.                                CCVSQ1.0
001860     PERFORM SCAN-QUEUE-FOR-REQUEST                               CCVSQ1.0
001870         THRU SCAN-QUEUE-FOR-REQUEST-EXIT.                        CCVSQ1.0
001880     IF PENDING-FOUND-SW EQUAL TO "N"                             CCVSQ1.0
001890         DISPLAY "CCVSINQ: NO PENDING REQUEST FOR "               CCVSQ1.0
001900             INQ-PAR-NAME                                         CCVSQ1.0
001910         GO TO APPROVE-RESET-EXIT.                                CCVSQ1.0
001920     IF PENDING-REQ-USER EQUAL TO SESSION-USER-ID                 CCVSQ1.0
001930         DISPLAY "CCVSINQ: REQUESTER MAY NOT APPROVE OWN RESET"   CCVSQ1.0
001940         MOVE "REJECT  " TO LOG-ACTION                            CCVSQ1.0
001950         MOVE PENDING-REQ-USER TO LOG-SECOND-USER                 CCVSQ1.0
001960         PERFORM WRITE-INQUIRY-LOG                                CCVSQ1.0
001970         GO TO APPROVE-RESET-EXIT.                                CCVSQ1.0
001980     DISPLAY "REQUESTED BY " PENDING-REQ-USER                     CCVSQ1.0
001990         " - APPROVE OR DENY? (A/D)".                             CCVSQ1.0
002000     ACCEPT APPROVE-DECISION.                                     CCVSQ1.0
002010     IF APPROVE-DECISION EQUAL TO "A"                             CCVSQ1.0
002020         MOVE "APPROVE " TO LOG-ACTION                            CCVSQ1.0
002030     ELSE IF APPROVE-DECISION EQUAL TO "D"                        CCVSQ1.0
002040         MOVE "DENY    " TO LOG-ACTION                            CCVSQ1.0
002050     ELSE                                                         CCVSQ1.0
002060         DISPLAY "CCVSINQ: APPROVAL CANCELLED"                    CCVSQ1.0
002070         GO TO APPROVE-RESET-EXIT.                                CCVSQ1.0
002080     PERFORM APPEND-QUEUE-EVENT.                                  CCVSQ1.0
002090     MOVE PENDING-REQ-USER TO LOG-SECOND-USER.                    CCVSQ1.0
002100     PERFORM WRITE-INQUIRY-LOG.                                   CCVSQ1.0
002110     DISPLAY "CCVSINQ: DECISION RECORDED".                        CCVSQ1.0
002120 APPROVE-RESET-EXIT. EXIT.                                        CCVSQ1.0
002130*    CLEARS A LOCK LEFT BEHIND BY A JOB THAT ABENDED BEFORE ITS   CCVSQ1.0
002140*    RELEASE STEP.  THE HOLDER AND SINCE-TIME BEING CLEARED ARE   CCVSQ1.0
002150*    LOGGED BEFORE THE RUN-STATE FILE IS REWRITTEN AS NONE.       CCVSQ1.0
002160 CLEAR-SUITE-LOCK.                                                CCVSQ1.0
002170     PERFORM CHECK-SUITE-LOCK THRU CHECK-SUITE-LOCK-EXIT.         CCVSQ1.0
002180     IF NOT SUITE-LOCKED                                          CCVSQ1.0
002190         DISPLAY "CCVSINQ: SUITE IS NOT HELD - NOTHING TO CLEAR"  CCVSQ1.0
002200         GO TO CLEAR-SUITE-LOCK-EXIT.                             CCVSQ1.0
002210     IF RN-HOLDER EQUAL TO "UNKNOWN"                              CCVSQ1.0
002220         DISPLAY "CCVSINQ: LOCK STATE UNKNOWN - NOTHING CLEARED"  CCVSQ1.0
002230         GO TO CLEAR-SUITE-LOCK-EXIT.                             CCVSQ1.0
002240     DISPLAY "SUITE HELD BY " RN-HOLDER " SINCE " RN-SINCE-DATE   CCVSQ1.0
002250         " " RN-SINCE-TIME.                                       CCVSQ1.0
002260     DISPLAY "CLEAR ONLY IF THAT JOB HAS ENDED.  CLEAR IT? (Y/N)".CCVSQ1.0
002270     ACCEPT CONFIRM-CODE.                                         CCVSQ1.0
002280     IF CONFIRM-CODE NOT EQUAL TO "Y"                             CCVSQ1.0
002290         DISPLAY "CCVSINQ: CLEAR CANCELLED"                       CCVSQ1.0
002300         GO TO CLEAR-SUITE-LOCK-EXIT.                             CCVSQ1.0
002310     MOVE SPACE TO INQ-TEST-ID INQ-PAR-NAME LOG-SECOND-USER.      CCVSQ1.0
002320     MOVE "UNLOCK  " TO LOG-ACTION.                               CCVSQ1.0
002330     PERFORM WRITE-INQUIRY-LOG.                                   CCVSQ1.0
002340     MOVE SPACE TO RUN-STATE-REC.                                 CCVSQ1.0
002350     MOVE "NONE" TO RN-HOLDER.                                    CCVSQ1.0
002360     MOVE TODAYS-RUN-DATE TO RN-SINCE-DATE.                       CCVSQ1.0
002370     MOVE RUN-TIME-NOW TO RN-SINCE-TIME.                          CCVSQ1.0
002380     OPEN OUTPUT RUN-STATE-FILE.                                  CCVSQ1.0
002390     WRITE RUN-STATE-REC.                                         CCVSQ1.0
002400     CLOSE RUN-STATE-FILE.                                        CCVSQ1.0
002410     MOVE "N" TO SUITE-LOCKED-SW.                                 CCVSQ1.0
002420     DISPLAY "CCVSINQ: SUITE LOCK CLEARED".                       CCVSQ1.0
002430 CLEAR-SUITE-LOCK-EXIT. EXIT.                                     CCVSQ1.0
002440 SCAN-QUEUE-FOR-REQUEST.                                          CCVSQ1.0
002450     MOVE "N" TO PENDING-FOUND-SW.                                CCVSQ1.0
002460     MOVE "N" TO QUEUE-EOF-SW.                                    CCVSQ1.0
002470     MOVE SPACE TO PENDING-REQ-USER.                              CCVSQ1.0
002480     OPEN INPUT RESET-QUEUE-FILE.                                 CCVSQ1.0
002490     IF RESET-QUEUE-STATUS NOT EQUAL TO "00"                      CCVSQ1.0
002500         GO TO SCAN-QUEUE-FOR-REQUEST-EXIT.                       CCVSQ1.0
002510     PERFORM READ-RESET-QUEUE.                                    CCVSQ1.0
002520     PERFORM JUDGE-QUEUE-EVENT THRU JUDGE-QUEUE-EVENT-EXIT        CCVSQ1.0
002530         UNTIL QUEUE-EOF.                                         CCVSQ1.0
002540     CLOSE RESET-QUEUE-FILE.                                      CCVSQ1.0
002550 SCAN-QUEUE-FOR-REQUEST-EXIT. EXIT.                               CCVSQ1.0
002560 READ-RESET-QUEUE.                                                CCVSQ1.0
002570     READ RESET-QUEUE-FILE                                        CCVSQ1.0
002580         AT END SET QUEUE-EOF TO TRUE.                            CCVSQ1.0
002590 JUDGE-QUEUE-EVENT.                                               CCVSQ1.0
002600     IF QU-TEST-ID NOT EQUAL TO INQ-TEST-ID                       CCVSQ1.0
002610         OR QU-PAR-NAME NOT EQUAL TO INQ-PAR-NAME                 CCVSQ1.0
002620             GO TO JUDGE-QUEUE-EVENT-NEXT.                        CCVSQ1.0
002630     IF QU-EVENT-TYPE EQUAL TO "REQUEST "                         CCVSQ1.0
002640         SET PENDING-FOUND TO TRUE                                CCVSQ1.0
002650         MOVE QU-USER-ID TO PENDING-REQ-USER                      CCVSQ1.0
002660     ELSE                                                         CCVSQ1.0
002670         MOVE "N" TO PENDING-FOUND-SW.                            CCVSQ1.0
002680 JUDGE-QUEUE-EVENT-NEXT.                                          CCVSQ1.0
002690     PERFORM READ-RESET-QUEUE.                                    CCVSQ1.0
002700 JUDGE-QUEUE-EVENT-EXIT. EXIT.                                    CCVSQ1.0
002710 APPEND-QUEUE-EVENT.                                              CCVSQ1.0
002720     ACCEPT RUN-TIME-NOW FROM TIME.                               CCVSQ1.0
002730     OPEN EXTEND RESET-QUEUE-FILE.                                CCVSQ1.0
002740     MOVE SPACE TO RESET-QUEUE-REC.                               CCVSQ1.0
002750     MOVE LOG-ACTION TO QU-EVENT-TYPE.                            CCVSQ1.0
002760     MOVE INQ-TEST-ID TO QU-TEST-ID.                              CCVSQ1.0
002770     MOVE INQ-PAR-NAME TO QU-PAR-NAME.                            CCVSQ1.0
002780     MOVE SESSION-USER-ID TO QU-USER-ID.                          CCVSQ1.0
002790     MOVE TODAYS-RUN-DATE TO QU-EVENT-DATE.                       CCVSQ1.0
002800     MOVE RUN-TIME-NOW TO QU-EVENT-TIME.                          CCVSQ1.0
002810     IF LOG-ACTION EQUAL TO "REQUEST "                            CCVSQ1.0
002820         MOVE HD-PRIOR-COMPUTED TO QU-PRIOR-COMPUTED              CCVSQ1.0
002830         MOVE HD-PRIOR-DISPOSITION TO QU-PRIOR-DISPOSITION.       CCVSQ1.0
002840     WRITE RESET-QUEUE-REC.                                       CCVSQ1.0
002850     CLOSE RESET-QUEUE-FILE.                                      CCVSQ1.0
002860 SIGN-ON.                                                         CCVSQ1.0
002870     DISPLAY "CCVSINQ USER-ID?".                                  CCVSQ1.0
002880     ACCEPT SESSION-USER-ID.                                      CCVSQ1.0
002890     IF SESSION-USER-ID EQUAL TO SPACE                            CCVSQ1.0
002900         GO TO SIGN-ON-EXIT.                                      CCVSQ1.0
002910     PERFORM LOAD-AUTH-TABLE THRU LOAD-AUTH-TABLE-EXIT.           CCVSQ1.0
002920     IF AUTH-FOUND                                                CCVSQ1.0
002930         DISPLAY "CCVSINQ: SIGNED ON " SESSION-USER-ID            CCVSQ1.0
002940     ELSE                                                         CCVSQ1.0
002950         DISPLAY "CCVSINQ: USER NOT AUTHORIZED - SESSION ENDED"   CCVSQ1.0
002960         MOVE "REJECT  " TO LOG-ACTION                            CCVSQ1.0
002970         MOVE SPACE TO LOG-SECOND-USER                            CCVSQ1.0
002980         PERFORM WRITE-INQUIRY-LOG.                               CCVSQ1.0
002990 SIGN-ON-EXIT. EXIT.                                              CCVSQ1.0
003000 LOAD-AUTH-TABLE.                                                 CCVSQ1.0
003010     MOVE "N" TO AUTH-EOF-SW.                                     CCVSQ1.0
003020     OPEN INPUT AUTH-TABLE-FILE.                                  CCVSQ1.0
003030     IF AUTH-TABLE-STATUS NOT EQUAL TO "00"                       CCVSQ1.0
003040         GO TO LOAD-AUTH-TABLE-EXIT.                              CCVSQ1.0
003050     PERFORM READ-AUTH-TABLE.                                     CCVSQ1.0
003060     PERFORM MATCH-AUTH-USER THRU MATCH-AUTH-USER-EXIT            CCVSQ1.0
003070         UNTIL AUTH-EOF.                                          CCVSQ1.0
003080     CLOSE AUTH-TABLE-FILE.                                       CCVSQ1.0
003090 LOAD-AUTH-TABLE-EXIT. EXIT.                                      CCVSQ1.0
003100 READ-AUTH-TABLE.                                                 CCVSQ1.0
003110     READ AUTH-TABLE-FILE                                         CCVSQ1.0
003120         AT END SET AUTH-EOF TO TRUE.                             CCVSQ1.0
003130 MATCH-AUTH-USER.                                                 CCVSQ1.0
003140     IF AU-USER-ID EQUAL TO SESSION-USER-ID                       CCVSQ1.0
003150         SET AUTH-FOUND TO TRUE                                   CCVSQ1.0
003160         MOVE AU-FUNCTIONS TO SESSION-FUNCTIONS.                  CCVSQ1.0
003170     PERFORM READ-AUTH-TABLE.                                     CCVSQ1.0
003180 MATCH-AUTH-USER-EXIT. EXIT.                                      CCVSQ1.0
003190 CHECK-FUNCTION-AUTH.                                             CCVSQ1.0
003200     MOVE "N" TO FUNC-ALLOWED-SW.                                 CCVSQ1.0
003210     PERFORM AUTH-SCAN-NULL                                       CCVSQ1.0
003220         VARYING AUTH-SUB FROM 1 BY 1                             CCVSQ1.0
003230         UNTIL AUTH-SUB GREATER THAN 8                            CCVSQ1.0
003240         OR SF-FUNC (AUTH-SUB) EQUAL TO FUNC-WANTED.              CCVSQ1.0
003250     IF AUTH-SUB NOT GREATER THAN 8                               CCVSQ1.0
003260         SET FUNC-ALLOWED TO TRUE.                                CCVSQ1.0
003270 AUTH-SCAN-NULL. EXIT.                                            CCVSQ1.0
003280 WRITE-INQUIRY-LOG.                                               CCVSQ1.0
003290     ACCEPT RUN-TIME-NOW FROM TIME.                               CCVSQ1.0
003300     MOVE SPACE TO INQUIRY-LOG-REC.                               CCVSQ1.0
003310     MOVE TODAYS-RUN-DATE TO IQ-RUN-DATE.                         CCVSQ1.0
003320     MOVE RUN-TIME-NOW TO IQ-RUN-TIME.                            CCVSQ1.0
003330     MOVE SESSION-USER-ID TO IQ-USER-ID.                          CCVSQ1.0
003340     MOVE LOG-ACTION TO IQ-ACTION.                                CCVSQ1.0
003350     MOVE INQ-TEST-ID TO IQ-TEST-ID.                              CCVSQ1.0
003360     MOVE INQ-PAR-NAME TO IQ-PAR-NAME.                            CCVSQ1.0
003370     IF LOG-ACTION EQUAL TO "REQUEST "                            CCVSQ1.0
003380         MOVE HD-PRIOR-COMPUTED TO IQ-PRIOR-COMPUTED              CCVSQ1.0
003390         MOVE HD-PRIOR-DISPOSITION TO IQ-PRIOR-DISPOSITION.       CCVSQ1.0
003400     MOVE LOG-SECOND-USER TO IQ-SECOND-USER.                      CCVSQ1.0
003410     IF SUITE-LOCKED                                              CCVSQ1.0
003420         MOVE RN-HOLDER TO IQ-LOCK-HOLDER                         CCVSQ1.0
003430         MOVE RN-SINCE-DATE TO IQ-LOCK-DATE                       CCVSQ1.0
003440         MOVE RN-SINCE-TIME TO IQ-LOCK-TIME.                      CCVSQ1.0
003450     WRITE INQUIRY-LOG-REC.                                       CCVSQ1.0
