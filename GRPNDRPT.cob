000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRPNDRPT.
000300 AUTHOR.        A J MARSH.
000400 INSTALLATION.  DOOM MAINFRAME SYSTEMS - BATCH PRODUCTION.
000500 DATE-WRITTEN.  2026-09-28.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GRPNDRPT                                                    *
001100*                                                                *
001200*    NIGHTLY PRINTED LIST OF REQUESTS STILL AWAITING SUPERVISOR  *
001300*    APPROVAL. GRREQLD LOADS EVERY HIGH-PRIORITY REQUEST, AND    *
001400*    EVERY REQUEST OVER THE RQPARM ITERATION THRESHOLD, ONTO     *
001500*    REQMAST WITH STATUS W, AND GREET WILL NOT RUN ONE UNTIL A   *
001600*    SUPERVISOR HAS APPROVED IT ON THE GRAP SCREEN (GRAPPRV).    *
001700*    THIS REPORT LISTS EVERY SUCH REQUEST STILL UNDECIDED -      *
001800*    OPERATOR, SEQUENCE, MESSAGE CODE, ITERATIONS, PRIORITY,     *
001900*    WHEN IT WAS SUBMITTED AND HOW MANY DAYS IT HAS WAITED       *
002000*    AGAINST THE RUNCTL BUSINESS DATE - SO NOTHING SITS IN THE   *
002100*    QUEUE UNNOTICED. ANY PENDING REQUEST ENDS THE STEP RC 4.    *
002200*                                                                *
002300*    MODIFICATION HISTORY                                       *
002400*    ----------------------                                     *
002500*    2026-09-28  AJM  INITIAL VERSION.                          *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL REQM-FILE ASSIGN TO "REQMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS GR-REQM-KEY
003800         FILE STATUS IS GR-PND-REQM-STATUS.
003900     SELECT OPTIONAL RCTL-FILE ASSIGN TO "RUNCTL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS GR-PND-RCTL-STATUS.
004200     SELECT RPT-FILE ASSIGN TO "PENDRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS GR-PND-RPT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  REQM-FILE.
004800 01  GR-REQM-RECORD.
004900     COPY GRREQM.
005000 FD  RCTL-FILE
005100     RECORDING MODE IS F.
005200 01  GR-RCT-RECORD.
005300     COPY GRRNCTL.
005400 FD  RPT-FILE
005500     RECORDING MODE IS F.
005600 01  GR-PND-PRINT-RECORD         PIC X(133).
005700 WORKING-STORAGE SECTION.
005800 77  GR-PND-REQM-STATUS          PIC X(02) VALUE "00".
005900 77  GR-PND-RCTL-STATUS          PIC X(02) VALUE "00".
006000 77  GR-PND-RPT-STATUS           PIC X(02) VALUE "00".
006100 77  GR-PND-EOF-SW               PIC X(01) VALUE "N".
006200     88  GR-PND-EOF              VALUE "Y".
006300 77  GR-PND-DAYS-WAITING         PIC 9(05) COMP VALUE ZERO.
006400 77  GR-PND-OLDEST-WAIT          PIC 9(05) COMP VALUE ZERO.
006500 77  GR-PND-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
006600 77  GR-PND-PENDING-COUNT        PIC 9(05) COMP VALUE ZERO.
006700 77  GR-PND-HIGH-COUNT           PIC 9(05) COMP VALUE ZERO.
006800 77  GR-PND-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
006900 77  GR-PND-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
007000 77  GR-PND-PAGE-LIMIT           PIC 9(03) COMP VALUE 055.
007100 77  GR-PND-SAVE-LINE            PIC X(133) VALUE SPACES.
007200 01  GR-PND-CURRENT-DATE.
007300     05  GR-PND-CURR-CCYY        PIC 9(04).
007400     05  GR-PND-CURR-MM          PIC 9(02).
007500     05  GR-PND-CURR-DD          PIC 9(02).
007600 01  GR-PND-CURRENT-DATE-NUM REDEFINES GR-PND-CURRENT-DATE
007700                                 PIC 9(08).
007800 01  GR-PND-CURRENT-TIME.
007900     05  GR-PND-CURR-HH          PIC 9(02).
008000     05  GR-PND-CURR-MN          PIC 9(02).
008100     05  GR-PND-CURR-SS          PIC 9(02).
008200     05  GR-PND-CURR-HS          PIC 9(02).
008300*
008400 01  GR-PND-HEADING-LINE.
008500     05  GR-PND-H1-CTL           PIC X(01) VALUE "1".
008600     05  FILLER                  PIC X(01) VALUE SPACE.
008700     05  FILLER                  PIC X(44) VALUE
008800         "DOOM MAINFRAME GREET - PENDING APPROVALS    ".
008900     05  FILLER                  PIC X(02) VALUE SPACES.
009000     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
009100     05  GR-PND-H1-DATE          PIC X(10).
009200     05  FILLER                  PIC X(02) VALUE SPACES.
009300     05  FILLER                  PIC X(09) VALUE "RUN TIME ".
009400     05  GR-PND-H1-TIME          PIC X(08).
009500     05  FILLER                  PIC X(02) VALUE SPACES.
009600     05  FILLER                  PIC X(05) VALUE "PAGE ".
009700     05  GR-PND-H1-PAGE          PIC ZZZ9.
009800     05  FILLER                  PIC X(36) VALUE SPACES.
009900 01  GR-PND-BLANK-LINE.
010000     05  GR-PND-BL-CTL           PIC X(01) VALUE SPACE.
010100     05  FILLER                  PIC X(132) VALUE SPACES.
010200 01  GR-PND-COLHEAD-LINE.
010300     05  GR-PND-CH-CTL           PIC X(01) VALUE SPACE.
010400     05  FILLER                  PIC X(01) VALUE SPACE.
010500     05  FILLER                  PIC X(10) VALUE "OPERATOR  ".
010600     05  FILLER                  PIC X(05) VALUE "SEQ  ".
010700     05  FILLER                  PIC X(09) VALUE "MESSAGE  ".
010800     05  FILLER                  PIC X(07) VALUE "ITERS  ".
010900     05  FILLER                  PIC X(06) VALUE "PRTY  ".
011000     05  FILLER                  PIC X(18) VALUE
011100         "SUBMITTED         ".
011200     05  FILLER                  PIC X(13) VALUE "DAYS WAITING ".
011300     05  FILLER                  PIC X(63) VALUE "APPROVAL FOR".
011400 01  GR-PND-DETAIL-LINE.
011500     05  GR-PND-DT-CTL           PIC X(01) VALUE SPACE.
011600     05  FILLER                  PIC X(01) VALUE SPACE.
011700     05  GR-PND-DT-OPERATOR      PIC X(08).
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011900     05  GR-PND-DT-SEQ           PIC 9(03).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  GR-PND-DT-MSG-CODE      PIC X(04).
012200     05  FILLER                  PIC X(05) VALUE SPACES.
012300     05  GR-PND-DT-ITERS         PIC X(04).
012400     05  FILLER                  PIC X(03) VALUE SPACES.
012500     05  GR-PND-DT-PRIORITY      PIC X(01).
012600     05  FILLER                  PIC X(05) VALUE SPACES.
012700     05  GR-PND-DT-SUB-DATE      PIC 9(08).
012800     05  FILLER                  PIC X(01) VALUE SPACE.
012900     05  GR-PND-DT-SUB-TIME      PIC 9(06).
013000     05  FILLER                  PIC X(03) VALUE SPACES.
013100     05  GR-PND-DT-DAYS          PIC ZZZZ9.
013200     05  FILLER                  PIC X(08) VALUE SPACES.
013300     05  GR-PND-DT-REASON        PIC X(20).
013400     05  FILLER                  PIC X(43) VALUE SPACES.
013500 01  GR-PND-TOTAL-LINE.
013600     05  GR-PND-TL-CTL           PIC X(01) VALUE SPACE.
013700     05  FILLER                  PIC X(01) VALUE SPACE.
013800     05  GR-PND-TL-TEXT          PIC X(40).
013900     05  GR-PND-TL-COUNT         PIC ZZZZ9.
014000     05  FILLER                  PIC X(86) VALUE SPACES.
014100*
014200 PROCEDURE DIVISION.
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014500     PERFORM 2000-LIST-PENDING THRU 2000-EXIT.
014600     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
014700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014800 9999-EXIT-PROGRAM.
014900     STOP RUN.
015000*
015100******************************************************************
015200*    1000-INITIALIZE                                            *
015300*    OPENS THE REPORT AND TAKES THE REPORT DATE FROM RUNCTL SO   *
015400*    DAYS WAITING ARE COUNTED AGAINST THE BUSINESS DATE, NOT     *
015500*    THE CLOCK - A STREAM THAT RUNS PAST MIDNIGHT STILL REPORTS  *
015600*    THE NIGHT IT BELONGS TO.                                    *
015700******************************************************************
015800 1000-INITIALIZE.
015900     ACCEPT GR-PND-CURRENT-DATE FROM DATE YYYYMMDD.
016000     ACCEPT GR-PND-CURRENT-TIME FROM TIME.
016100     OPEN OUTPUT RPT-FILE.
016200     IF GR-PND-RPT-STATUS NOT = "00"
016300         DISPLAY "GT1000E - UNABLE TO OPEN PENDRPT, STATUS "
016400             GR-PND-RPT-STATUS
016500         MOVE 16 TO RETURN-CODE
016600         GO TO 9999-EXIT-PROGRAM
016700     END-IF.
016800     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
016900     PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT.
017000     MOVE GR-PND-COLHEAD-LINE TO GR-PND-PRINT-RECORD.
017100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
017200 1000-EXIT.
017300     EXIT.
017400*
017500******************************************************************
017600*    1100-READ-RUN-CONTROL                                      *
017700*    WHEN THE RUNCTL RECORD THE GRRCTLU OPEN STEP MAINTAINS IS   *
017800*    PRESENT, ITS BUSINESS DATE BECOMES THE REPORT DATE.         *
017900******************************************************************
018000 1100-READ-RUN-CONTROL.
018100     OPEN INPUT RCTL-FILE.
018200     IF GR-PND-RCTL-STATUS NOT = "00"
018300         GO TO 1100-EXIT
018400     END-IF.
018500     READ RCTL-FILE
018600         AT END
018700             GO TO 1100-EXIT
018800     END-READ.
018900     IF GR-RCT-BUS-DATE IS NUMERIC AND GR-RCT-BUS-DATE > ZERO
019000         MOVE GR-RCT-BUS-DATE TO GR-PND-CURRENT-DATE
019100     END-IF.
019200 1100-EXIT.
019300     IF GR-PND-RCTL-STATUS = "00" OR GR-PND-RCTL-STATUS = "10"
019400         CLOSE RCTL-FILE
019500     END-IF.
019600     EXIT.
019700*
019800******************************************************************
019900*    2000-LIST-PENDING                                          *
020000*    READS THE WHOLE REQUEST MASTER IN KEY ORDER AND PRINTS      *
020100*    EVERY REQUEST STILL AWAITING APPROVAL, SO EACH OPERATOR'S   *
020200*    PENDING REQUESTS COME OUT TOGETHER IN SEQUENCE ORDER.       *
020300******************************************************************
020400 2000-LIST-PENDING.
020500     OPEN INPUT REQM-FILE.
020600     IF GR-PND-REQM-STATUS NOT = "00"
020700         DISPLAY "GT2000W - REQMAST NOT AVAILABLE, STATUS "
020800             GR-PND-REQM-STATUS
020900         GO TO 2000-EXIT
021000     END-IF.
021100     MOVE LOW-VALUES TO GR-REQM-KEY.
021200     START REQM-FILE KEY IS NOT < GR-REQM-KEY
021300         INVALID KEY
021400             SET GR-PND-EOF TO TRUE
021500     END-START.
021600     PERFORM 2010-LIST-ONE-REQUEST THRU 2010-EXIT
021700             UNTIL GR-PND-EOF.
021800     CLOSE REQM-FILE.
021900 2000-EXIT.
022000     EXIT.
022100*
022200 2010-LIST-ONE-REQUEST.
022300     READ REQM-FILE NEXT RECORD
022400         AT END
022500             SET GR-PND-EOF TO TRUE
022600             GO TO 2010-EXIT
022700     END-READ.
022800     IF GR-PND-REQM-STATUS NOT = "00"
022900         DISPLAY "GT2010E - REQMAST READ ERROR, STATUS "
023000             GR-PND-REQM-STATUS
023100         SET GR-PND-EOF TO TRUE
023200         MOVE 8 TO RETURN-CODE
023300         GO TO 2010-EXIT
023400     END-IF.
023500     ADD 1 TO GR-PND-READ-COUNT.
023600     IF NOT GR-REQM-AWAITING-APPROVAL
023700         GO TO 2010-EXIT
023800     END-IF.
023900     MOVE ZERO TO GR-PND-DAYS-WAITING.
024000     IF GR-REQM-SUBMIT-DATE IS NUMERIC
024100             AND GR-REQM-SUBMIT-DATE > ZERO
024200             AND GR-REQM-SUBMIT-DATE < GR-PND-CURRENT-DATE-NUM
024300         COMPUTE GR-PND-DAYS-WAITING =
024400             FUNCTION INTEGER-OF-DATE(GR-PND-CURRENT-DATE-NUM)
024500             - FUNCTION INTEGER-OF-DATE(GR-REQM-SUBMIT-DATE)
024600     END-IF.
024700     IF GR-PND-DAYS-WAITING > GR-PND-OLDEST-WAIT
024800         MOVE GR-PND-DAYS-WAITING TO GR-PND-OLDEST-WAIT
024900     END-IF.
025000     MOVE SPACES TO GR-PND-DETAIL-LINE.
025100     MOVE GR-REQM-OPERATOR-ID TO GR-PND-DT-OPERATOR.
025200     MOVE GR-REQM-REQ-SEQ TO GR-PND-DT-SEQ.
025300     MOVE GR-REQM-MSG-CODE TO GR-PND-DT-MSG-CODE.
025400     MOVE GR-REQM-ITER-COUNT TO GR-PND-DT-ITERS.
025500     MOVE GR-REQM-SUBMIT-DATE TO GR-PND-DT-SUB-DATE.
025600     MOVE GR-REQM-SUBMIT-TIME(1:6) TO GR-PND-DT-SUB-TIME.
025700     MOVE GR-PND-DAYS-WAITING TO GR-PND-DT-DAYS.
025800     IF GR-REQM-HIGH-PRIORITY
025900         MOVE "H" TO GR-PND-DT-PRIORITY
026000         MOVE "HIGH PRIORITY" TO GR-PND-DT-REASON
026100         ADD 1 TO GR-PND-HIGH-COUNT
026200     ELSE
026300         MOVE "N" TO GR-PND-DT-PRIORITY
026400         MOVE "LARGE REQUEST" TO GR-PND-DT-REASON
026500     END-IF.
026600     MOVE GR-PND-DETAIL-LINE TO GR-PND-PRINT-RECORD.
026700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
026800     ADD 1 TO GR-PND-PENDING-COUNT.
026900 2010-EXIT.
027000     EXIT.
027100*
027200 4000-PRINT-TOTALS.
027300     MOVE GR-PND-BLANK-LINE TO GR-PND-PRINT-RECORD.
027400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
027500     MOVE "REQUEST MASTER RECORDS READ" TO GR-PND-TL-TEXT.
027600     MOVE GR-PND-READ-COUNT TO GR-PND-TL-COUNT.
027700     MOVE GR-PND-TOTAL-LINE TO GR-PND-PRINT-RECORD.
027800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
027900     MOVE "REQUESTS AWAITING APPROVAL" TO GR-PND-TL-TEXT.
028000     MOVE GR-PND-PENDING-COUNT TO GR-PND-TL-COUNT.
028100     MOVE GR-PND-TOTAL-LINE TO GR-PND-PRINT-RECORD.
028200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
028300     MOVE "  OF WHICH HIGH PRIORITY" TO GR-PND-TL-TEXT.
028400     MOVE GR-PND-HIGH-COUNT TO GR-PND-TL-COUNT.
028500     MOVE GR-PND-TOTAL-LINE TO GR-PND-PRINT-RECORD.
028600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
028700     MOVE "LONGEST WAIT IN DAYS" TO GR-PND-TL-TEXT.
028800     MOVE GR-PND-OLDEST-WAIT TO GR-PND-TL-COUNT.
028900     MOVE GR-PND-TOTAL-LINE TO GR-PND-PRINT-RECORD.
029000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
029100 4000-EXIT.
029200     EXIT.
029300*
029400******************************************************************
029500*    8000-WRITE-REPORT-LINE                                     *
029600*    COMMON PRINT ROUTINE, AS IN GRHSTRPT - A FRESH PAGE WITH    *
029700*    HEADING AND COLUMN HEADINGS ONCE THE PAGE DEPTH IS REACHED, *
029800*    WITH THE CALLER'S LINE SAVED AROUND THE HEADING WRITES.     *
029900******************************************************************
030000 8000-WRITE-REPORT-LINE.
030100     IF GR-PND-LINE-COUNT NOT < GR-PND-PAGE-LIMIT
030200         MOVE GR-PND-PRINT-RECORD TO GR-PND-SAVE-LINE
030300         PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT
030400         WRITE GR-PND-PRINT-RECORD FROM GR-PND-COLHEAD-LINE
030500         ADD 1 TO GR-PND-LINE-COUNT
030600         MOVE GR-PND-SAVE-LINE TO GR-PND-PRINT-RECORD
030700     END-IF.
030800     WRITE GR-PND-PRINT-RECORD.
030900     ADD 1 TO GR-PND-LINE-COUNT.
031000 8000-EXIT.
031100     EXIT.
031200*
031300 8100-WRITE-PAGE-HEADING.
031400     ADD 1 TO GR-PND-PAGE-NO.
031500     MOVE GR-PND-PAGE-NO TO GR-PND-H1-PAGE.
031600     STRING GR-PND-CURR-MM   "/"
031700            GR-PND-CURR-DD   "/"
031800            GR-PND-CURR-CCYY
031900         DELIMITED BY SIZE INTO GR-PND-H1-DATE.
032000     STRING GR-PND-CURR-HH   ":"
032100            GR-PND-CURR-MN   ":"
032200            GR-PND-CURR-SS
032300         DELIMITED BY SIZE INTO GR-PND-H1-TIME.
032400     WRITE GR-PND-PRINT-RECORD FROM GR-PND-HEADING-LINE.
032500     MOVE 1 TO GR-PND-LINE-COUNT.
032600 8100-EXIT.
032700     EXIT.
032800*
032900 9000-TERMINATE.
033000     CLOSE RPT-FILE.
033100     IF GR-PND-PENDING-COUNT > ZERO
033200         IF 4 > RETURN-CODE
033300             MOVE 4 TO RETURN-CODE
033400         END-IF
033500     END-IF.
033600     DISPLAY "GT9000I - PENDING APPROVAL REPORT COMPLETE, "
033700         GR-PND-PENDING-COUNT " REQUEST(S) AWAITING APPROVAL".
033800 9000-EXIT.
033900     EXIT.
