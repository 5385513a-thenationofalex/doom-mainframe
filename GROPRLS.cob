000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GROPRLS.
000300 AUTHOR.        A J MARSH.
000400 INSTALLATION.  DOOM MAINFRAME SYSTEMS - BATCH PRODUCTION.
000500 DATE-WRITTEN.  2026-09-21.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GROPRLS                                                     *
001100*                                                                *
001200*    OPERATOR AUTHORITY LISTING FOR THE PERIODIC SECURITY        *
001300*    REVIEW. PRINTS EVERY OPERATOR ON OPERMAST (GROPER.CPY) IN   *
001400*    KEY ORDER WITH TEAM, STATUS, DAILY QUOTA, HIGH-PRIORITY     *
001500*    PERMISSION, PERMITTED MESSAGE CODES AND WHO LAST CHANGED    *
001600*    THE ENTRY AND WHEN. ENTRIES A REVIEWER SHOULD LOOK AT       *
001700*    TWICE ARE FLAGGED IN THE RIGHT-HAND COLUMN:                 *
001800*                                                                *
001900*        ALL  - PERMITTED EVERY MESSAGE CODE (*ALL)              *
002000*        HI   - MAY SUBMIT HIGH-PRIORITY REQUESTS                *
002100*        SUSP - SUSPENDED                                        *
002200*        OLD  - NOT CHANGED FOR MORE THAN 365 DAYS               *
002300*                                                                *
002400*    READ ONLY. AN EMPTY OR MISSING MASTER PRINTS THE HEADING    *
002500*    AND ZERO TOTALS AND ENDS RC 4.                              *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    ----------------------                                     *
002900*    2026-09-21  AJM  INITIAL VERSION.                          *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL OPER-FILE ASSIGN TO "OPERMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS GR-OPR-KEY
004200         FILE STATUS IS GR-OPL-OPER-STATUS.
004300     SELECT RPT-FILE ASSIGN TO "OPRLIST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS GR-OPL-RPT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OPER-FILE.
004900 01  GR-OPR-RECORD.
005000     COPY GROPER.
005100 FD  RPT-FILE
005200     RECORDING MODE IS F.
005300 01  GR-OPL-PRINT-RECORD         PIC X(133).
005400 WORKING-STORAGE SECTION.
005500 77  GR-OPL-OPER-STATUS          PIC X(02) VALUE "00".
005600 77  GR-OPL-RPT-STATUS           PIC X(02) VALUE "00".
005700 77  GR-OPL-OPER-COUNT           PIC 9(05) COMP VALUE ZERO.
005800 77  GR-OPL-SUSP-COUNT           PIC 9(05) COMP VALUE ZERO.
005900 77  GR-OPL-HIGH-COUNT           PIC 9(05) COMP VALUE ZERO.
006000 77  GR-OPL-ALL-COUNT            PIC 9(05) COMP VALUE ZERO.
006100 77  GR-OPL-OLD-COUNT            PIC 9(05) COMP VALUE ZERO.
006200 77  GR-OPL-SUB                  PIC 9(04) COMP VALUE ZERO.
006300 77  GR-OPL-FLAG-POS             PIC 9(04) COMP VALUE ZERO.
006400 77  GR-OPL-DAYS-SINCE           PIC S9(07) COMP VALUE ZERO.
006500 77  GR-OPL-STALE-DAYS           PIC 9(03) COMP VALUE 365.
006510 77  GR-OPL-STALE-DISPLAY        PIC ZZZ9.
006520 77  GR-OPL-OPER-OPEN-SW         PIC X(01) VALUE "N".
006530     88  GR-OPL-OPER-OPEN        VALUE "Y".
006600 77  GR-OPL-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
006700 77  GR-OPL-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
006800 77  GR-OPL-PAGE-LIMIT           PIC 9(03) COMP VALUE 055.
006900 77  GR-OPL-SAVE-LINE            PIC X(133) VALUE SPACES.
007000 01  GR-OPL-CURRENT-DATE.
007100     05  GR-OPL-CURR-CCYY        PIC 9(04).
007200     05  GR-OPL-CURR-MM          PIC 9(02).
007300     05  GR-OPL-CURR-DD          PIC 9(02).
007400 01  GR-OPL-CURRENT-DATE-NUM REDEFINES GR-OPL-CURRENT-DATE
007500                                 PIC 9(08).
007600 01  GR-OPL-CURRENT-TIME.
007700     05  GR-OPL-CURR-HH          PIC 9(02).
007800     05  GR-OPL-CURR-MN          PIC 9(02).
007900     05  GR-OPL-CURR-SS          PIC 9(02).
008000     05  GR-OPL-CURR-HS          PIC 9(02).
008100*
008200 01  GR-OPL-HEADING-LINE.
008300     05  GR-OPL-H1-CTL           PIC X(01) VALUE "1".
008400     05  FILLER                  PIC X(01) VALUE SPACE.
008500     05  FILLER                  PIC X(44) VALUE
008600         "DOOM MAINFRAME GREET - OPERATOR AUTHORITY   ".
008700     05  FILLER                  PIC X(02) VALUE SPACES.
008800     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
008900     05  GR-OPL-H1-DATE          PIC X(10).
009000     05  FILLER                  PIC X(02) VALUE SPACES.
009100     05  FILLER                  PIC X(09) VALUE "RUN TIME ".
009200     05  GR-OPL-H1-TIME          PIC X(08).
009300     05  FILLER                  PIC X(02) VALUE SPACES.
009400     05  FILLER                  PIC X(05) VALUE "PAGE ".
009500     05  GR-OPL-H1-PAGE          PIC ZZZ9.
009600     05  FILLER                  PIC X(36) VALUE SPACES.
009700 01  GR-OPL-BLANK-LINE.
009800     05  GR-OPL-BL-CTL           PIC X(01) VALUE SPACE.
009900     05  FILLER                  PIC X(132) VALUE SPACES.
010000 01  GR-OPL-COLHEAD-LINE.
010100     05  GR-OPL-CH-CTL           PIC X(01) VALUE SPACE.
010200     05  FILLER                  PIC X(01) VALUE SPACE.
010300     05  FILLER                  PIC X(10) VALUE "OPERATOR  ".
010400     05  FILLER                  PIC X(10) VALUE "TEAM      ".
010500     05  FILLER                  PIC X(06) VALUE "STAT  ".
010600     05  FILLER                  PIC X(07) VALUE "QUOTA  ".
010700     05  FILLER                  PIC X(06) VALUE "HIGH  ".
010800     05  FILLER                  PIC X(42) VALUE
010900         "PERMITTED MESSAGE CODES                   ".
011000     05  FILLER                  PIC X(12) VALUE "ADDED       ".
011100     05  FILLER                  PIC X(12) VALUE "CHANGED     ".
011200     05  FILLER                  PIC X(10) VALUE "BY        ".
011300     05  FILLER                  PIC X(17) VALUE "REVIEW FLAGS".
011400 01  GR-OPL-DETAIL-LINE.
011500     05  GR-OPL-DT-CTL           PIC X(01) VALUE SPACE.
011600     05  FILLER                  PIC X(01) VALUE SPACE.
011700     05  GR-OPL-DT-OPERATOR      PIC X(08).
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011900     05  GR-OPL-DT-TEAM          PIC X(08).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  GR-OPL-DT-STATUS        PIC X(04).
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  GR-OPL-DT-QUOTA         PIC ZZZZ9.
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  GR-OPL-DT-HIGH          PIC X(01).
012600     05  FILLER                  PIC X(05) VALUE SPACES.
012700     05  GR-OPL-DT-CODES         PIC X(40).
012800     05  FILLER                  PIC X(02) VALUE SPACES.
012900     05  GR-OPL-DT-ADDED         PIC 9999/99/99.
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  GR-OPL-DT-CHANGED       PIC 9999/99/99.
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300     05  GR-OPL-DT-CHANGED-BY    PIC X(08).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  GR-OPL-DT-FLAGS         PIC X(17).
013600 01  GR-OPL-CODE-LIST.
013700     05  GR-OPL-CODE-SLOT OCCURS 8 TIMES.
013800         10  GR-OPL-CL-CODE      PIC X(04).
013900         10  FILLER              PIC X(01).
014000 01  GR-OPL-TOTAL-LINE.
014100     05  GR-OPL-TL-CTL           PIC X(01) VALUE SPACE.
014200     05  FILLER                  PIC X(01) VALUE SPACE.
014300     05  GR-OPL-TL-TEXT          PIC X(40).
014400     05  GR-OPL-TL-COUNT         PIC ZZZZ9.
014500     05  FILLER                  PIC X(86) VALUE SPACES.
014600*
014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015000     PERFORM 2000-LIST-ONE-OPERATOR THRU 2000-EXIT
015100             UNTIL GR-OPL-OPER-STATUS = "10".
015200     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
015300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015400 9999-EXIT-PROGRAM.
015500     STOP RUN.
015600*
015700 1000-INITIALIZE.
015800     ACCEPT GR-OPL-CURRENT-DATE FROM DATE YYYYMMDD.
015900     ACCEPT GR-OPL-CURRENT-TIME FROM TIME.
016000     OPEN OUTPUT RPT-FILE.
016100     IF GR-OPL-RPT-STATUS NOT = "00"
016200         DISPLAY "GS1000E - UNABLE TO OPEN OPRLIST, STATUS "
016300             GR-OPL-RPT-STATUS
016400         MOVE 16 TO RETURN-CODE
016500         GO TO 9999-EXIT-PROGRAM
016600     END-IF.
016700     PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT.
016800     MOVE GR-OPL-COLHEAD-LINE TO GR-OPL-PRINT-RECORD.
016900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
017000     OPEN INPUT OPER-FILE.
017100     IF GR-OPL-OPER-STATUS NOT = "00"
017200         DISPLAY "GS1000W - OPERMAST NOT AVAILABLE, STATUS "
017300             GR-OPL-OPER-STATUS
017400         MOVE "10" TO GR-OPL-OPER-STATUS
017410     ELSE
017420         SET GR-OPL-OPER-OPEN TO TRUE
017500     END-IF.
017600 1000-EXIT.
017700     EXIT.
017800*
017900******************************************************************
018000*    2000-LIST-ONE-OPERATOR                                     *
018100*    PRINTS ONE MASTER ENTRY AND WORKS OUT ITS REVIEW FLAGS.     *
018200*    THE AGE OF THE LAST CHANGE IS COUNTED IN CALENDAR DAYS      *
018300*    FROM TODAY'S DATE, NOT THE GREET BUSINESS DATE, BECAUSE     *
018400*    THE REVIEW IS RUN ON DEMAND.                                *
018500******************************************************************
018600 2000-LIST-ONE-OPERATOR.
018700     READ OPER-FILE NEXT RECORD
018800         AT END
018900             MOVE "10" TO GR-OPL-OPER-STATUS
019000             GO TO 2000-EXIT
019100     END-READ.
019200     IF GR-OPL-OPER-STATUS NOT = "00"
019300         DISPLAY "GS2000E - OPERMAST READ ERROR, STATUS "
019400             GR-OPL-OPER-STATUS
019500         MOVE "10" TO GR-OPL-OPER-STATUS
019600         MOVE 8 TO RETURN-CODE
019700         GO TO 2000-EXIT
019800     END-IF.
019900     ADD 1 TO GR-OPL-OPER-COUNT.
020000     MOVE SPACES TO GR-OPL-DETAIL-LINE.
020100     MOVE GR-OPR-OPERATOR-ID TO GR-OPL-DT-OPERATOR.
020200     MOVE GR-OPR-TEAM TO GR-OPL-DT-TEAM.
020300     IF GR-OPR-SUSPENDED
020400         MOVE "SUSP" TO GR-OPL-DT-STATUS
020500     ELSE
020600         MOVE "ACT" TO GR-OPL-DT-STATUS
020700     END-IF.
020800     MOVE GR-OPR-DAILY-QUOTA TO GR-OPL-DT-QUOTA.
020900     MOVE GR-OPR-HIGH-ALLOWED TO GR-OPL-DT-HIGH.
021000     MOVE SPACES TO GR-OPL-CODE-LIST.
021100     PERFORM 2010-LIST-ONE-CODE THRU 2010-EXIT
021200             VARYING GR-OPL-SUB FROM 1 BY 1
021300             UNTIL GR-OPL-SUB > 8.
021400     MOVE GR-OPL-CODE-LIST TO GR-OPL-DT-CODES.
021500     MOVE GR-OPR-ADDED-DATE TO GR-OPL-DT-ADDED.
021600     MOVE GR-OPR-CHANGED-DATE TO GR-OPL-DT-CHANGED.
021700     MOVE GR-OPR-CHANGED-BY TO GR-OPL-DT-CHANGED-BY.
021800     MOVE 1 TO GR-OPL-FLAG-POS.
021900     IF GR-OPR-PERMIT-CODE(1) = "*ALL"
022000         ADD 1 TO GR-OPL-ALL-COUNT
022100         STRING "ALL " DELIMITED BY SIZE
022200             INTO GR-OPL-DT-FLAGS WITH POINTER GR-OPL-FLAG-POS
022300     END-IF.
022400     IF GR-OPR-MAY-RUN-HIGH
022500         ADD 1 TO GR-OPL-HIGH-COUNT
022600         STRING "HI " DELIMITED BY SIZE
022700             INTO GR-OPL-DT-FLAGS WITH POINTER GR-OPL-FLAG-POS
022800     END-IF.
022900     IF GR-OPR-SUSPENDED
023000         ADD 1 TO GR-OPL-SUSP-COUNT
023100         STRING "SUSP " DELIMITED BY SIZE
023200             INTO GR-OPL-DT-FLAGS WITH POINTER GR-OPL-FLAG-POS
023300     END-IF.
023400     MOVE ZERO TO GR-OPL-DAYS-SINCE.
023500     IF GR-OPR-CHANGED-DATE IS NUMERIC
023600         AND GR-OPR-CHANGED-DATE > ZERO
023700         COMPUTE GR-OPL-DAYS-SINCE =
023800             FUNCTION INTEGER-OF-DATE(GR-OPL-CURRENT-DATE-NUM)
023900           - FUNCTION INTEGER-OF-DATE(GR-OPR-CHANGED-DATE)
024000     END-IF.
024100     IF GR-OPL-DAYS-SINCE > GR-OPL-STALE-DAYS
024200         ADD 1 TO GR-OPL-OLD-COUNT
024300         STRING "OLD" DELIMITED BY SIZE
024400             INTO GR-OPL-DT-FLAGS WITH POINTER GR-OPL-FLAG-POS
024500     END-IF.
024600     MOVE GR-OPL-DETAIL-LINE TO GR-OPL-PRINT-RECORD.
024700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
024800 2000-EXIT.
024900     EXIT.
025000*
025100 2010-LIST-ONE-CODE.
025200     MOVE GR-OPR-PERMIT-CODE(GR-OPL-SUB)
025300         TO GR-OPL-CL-CODE(GR-OPL-SUB).
025400 2010-EXIT.
025500     EXIT.
025600*
025700 4000-PRINT-TOTALS.
025800     MOVE GR-OPL-BLANK-LINE TO GR-OPL-PRINT-RECORD.
025900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
026000     MOVE "OPERATORS ON MASTER" TO GR-OPL-TL-TEXT.
026100     MOVE GR-OPL-OPER-COUNT TO GR-OPL-TL-COUNT.
026200     MOVE GR-OPL-TOTAL-LINE TO GR-OPL-PRINT-RECORD.
026300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
026400     MOVE "SUSPENDED" TO GR-OPL-TL-TEXT.
026500     MOVE GR-OPL-SUSP-COUNT TO GR-OPL-TL-COUNT.
026600     MOVE GR-OPL-TOTAL-LINE TO GR-OPL-PRINT-RECORD.
026700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
026800     MOVE "PERMITTED HIGH PRIORITY" TO GR-OPL-TL-TEXT.
026900     MOVE GR-OPL-HIGH-COUNT TO GR-OPL-TL-COUNT.
027000     MOVE GR-OPL-TOTAL-LINE TO GR-OPL-PRINT-RECORD.
027100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
027200     MOVE "PERMITTED ALL MESSAGE CODES" TO GR-OPL-TL-TEXT.
027300     MOVE GR-OPL-ALL-COUNT TO GR-OPL-TL-COUNT.
027400     MOVE GR-OPL-TOTAL-LINE TO GR-OPL-PRINT-RECORD.
027500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
027510     MOVE GR-OPL-STALE-DAYS TO GR-OPL-STALE-DISPLAY.
027520     MOVE SPACES TO GR-OPL-TL-TEXT.
027530     STRING "NOT CHANGED IN OVER" GR-OPL-STALE-DISPLAY " DAYS"
027540         DELIMITED BY SIZE INTO GR-OPL-TL-TEXT.
027700     MOVE GR-OPL-OLD-COUNT TO GR-OPL-TL-COUNT.
027800     MOVE GR-OPL-TOTAL-LINE TO GR-OPL-PRINT-RECORD.
027900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
028000 4000-EXIT.
028100     EXIT.
028200*
028300******************************************************************
028400*    8000-WRITE-REPORT-LINE                                     *
028500*    COMMON PRINT ROUTINE - SEE GROPRMT. STARTS A FRESH PAGE    *
028600*    WITH HEADING AND COLUMN HEADINGS WHEN THE PAGE IS FULL.    *
028700******************************************************************
028800 8000-WRITE-REPORT-LINE.
028900     IF GR-OPL-LINE-COUNT NOT < GR-OPL-PAGE-LIMIT
029000         MOVE GR-OPL-PRINT-RECORD TO GR-OPL-SAVE-LINE
029100         PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT
029200         WRITE GR-OPL-PRINT-RECORD FROM GR-OPL-COLHEAD-LINE
029300         ADD 1 TO GR-OPL-LINE-COUNT
029400         MOVE GR-OPL-SAVE-LINE TO GR-OPL-PRINT-RECORD
029500     END-IF.
029600     WRITE GR-OPL-PRINT-RECORD.
029700     ADD 1 TO GR-OPL-LINE-COUNT.
029800 8000-EXIT.
029900     EXIT.
030000*
030100 8100-WRITE-PAGE-HEADING.
030200     ADD 1 TO GR-OPL-PAGE-NO.
030300     MOVE GR-OPL-PAGE-NO TO GR-OPL-H1-PAGE.
030400     STRING GR-OPL-CURR-MM   "/"
030500            GR-OPL-CURR-DD   "/"
030600            GR-OPL-CURR-CCYY
030700         DELIMITED BY SIZE INTO GR-OPL-H1-DATE.
030800     STRING GR-OPL-CURR-HH   ":"
030900            GR-OPL-CURR-MN   ":"
031000            GR-OPL-CURR-SS
031100         DELIMITED BY SIZE INTO GR-OPL-H1-TIME.
031200     WRITE GR-OPL-PRINT-RECORD FROM GR-OPL-HEADING-LINE.
031300     MOVE 1 TO GR-OPL-LINE-COUNT.
031400 8100-EXIT.
031500     EXIT.
031600*
031700 9000-TERMINATE.
031710     IF GR-OPL-OPER-OPEN
031720         CLOSE OPER-FILE
031730     END-IF.
031900     CLOSE RPT-FILE.
032000     IF GR-OPL-OPER-COUNT = ZERO
032100         DISPLAY "GS9000W - NO OPERATORS ON OPERMAST"
032200         IF 4 > RETURN-CODE
032300             MOVE 4 TO RETURN-CODE
032400         END-IF
032500     END-IF.
032600     DISPLAY "GS9000I - OPERATOR AUTHORITY LISTING COMPLETE, "
032700         GR-OPL-OPER-COUNT " OPERATORS LISTED".
032800 9000-EXIT.
032900     EXIT.
