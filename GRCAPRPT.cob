000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRCAPRPT.
000300 AUTHOR.        A J MARSH.
000400 INSTALLATION.  DOOM MAINFRAME SYSTEMS - BATCH PRODUCTION.
000500 DATE-WRITTEN.  2026-10-05.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GRCAPRPT                                                    *
001100*                                                                *
001200*    NIGHTLY CAPACITY TREND REPORT. GREET, GRRECON AND GRFDIST   *
001300*    EACH LEAVE ONE RECORD PER BUSINESS DATE ON THE RUNHIST      *
001400*    RUN-HISTORY FILE (GRRUNH.CPY). THIS REPORT READS THE LAST   *
001500*    90 NIGHTS OF IT (OR AS MANY AS THE //CPPARM CARD SAYS,      *
001600*    GRCPPARM.CPY) ENDING AT THE RUNCTL BUSINESS DATE AND        *
001700*    PRINTS ONE LINE PER NIGHT:                                  *
001800*                                                                *
001900*      - GREET START, END AND ELAPSED TIME, AND THE ELAPSED      *
002000*        TIME OF THE WHOLE GREET/GRRECON/GRFDIST STREAM          *
002100*      - THE ROLLING AVERAGE STREAM ELAPSED TIME OVER THE LAST   *
002200*        N NIGHTS (DEFAULT 7) AND TONIGHT'S GROWTH AGAINST THE   *
002300*        AVERAGE OF THE N NIGHTS BEFORE IT                       *
002400*      - REQUESTS RUN AND DEFERRED, ITERATIONS (WITH ITS OWN     *
002500*        ROLLING AVERAGE) AND FEED ROWS, AND THE WORST RETURN    *
002600*        CODE OF THE THREE STEPS                                 *
002700*      - A CAPACITY FLAG WHEN GREET ENDED WITHIN THE MARGIN      *
002800*        (DEFAULT 30 MINUTES) OF THE WINPARM CUTOFF, RAN PAST    *
002900*        IT, OR HIT IT AND DEFERRED WORK                         *
002910*                                                                *
002920*    WHEN GREET RUNS AS PARALLEL PARTITIONS GREETP1 TO GREETP4   *
002930*    THEIR RECORDS TOGETHER STAND FOR THE GREET STEP (SEE 2210). *
003000*                                                                *
003100*    THE CLOSING TOTALS GIVE THE GROWTH OVER THE WHOLE PERIOD -  *
003200*    THE LAST N NIGHTS' AVERAGE AGAINST THE FIRST N NIGHTS' -    *
003300*    AND THE ROWS DISTRIBUTED TO EACH SUBOUT. THE STEP ENDS RC 4 *
003400*    WHEN THE LATEST NIGHT IN THE PERIOD IS FLAGGED, SO THE      *
003500*    SCHEDULER CAN ALERT CAPACITY PLANNING BEFORE THE WINDOW IS  *
003600*    ACTUALLY MISSED.                                            *
003700*                                                                *
003800*    MODIFICATION HISTORY                                       *
003900*    ----------------------                                     *
004000*    2026-10-05  AJM  INITIAL VERSION.                          *
004010*    2026-10-12  AJM  GREET NOW RUNS AS PARTITIONS GREETP1 TO    *
004020*                     GREETP4 IN PARALLEL. THEIR RECORDS COUNT   *
004030*                     AS THE NIGHT'S GREET STEP - VOLUMES ADDED  *
004040*                     UP, WINDOW TIMES AND CUTOFF FROM THE       *
004050*                     LONGEST-RUNNING PARTITION, WHICH ALONE     *
004060*                     COUNTS TOWARD THE STREAM TIME.             *
004100*                                                                *
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT OPTIONAL RNH-FILE ASSIGN TO "RUNHIST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS GR-RNH-KEY
005300         FILE STATUS IS GR-CAP-RNH-STATUS.
005400     SELECT OPTIONAL RCTL-FILE ASSIGN TO "RUNCTL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS GR-CAP-RCTL-STATUS.
005700     SELECT OPTIONAL CP-PARM-FILE ASSIGN TO "CPPARM"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS GR-CAP-PARM-STATUS.
006000     SELECT RPT-FILE ASSIGN TO "CAPRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS GR-CAP-RPT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  RNH-FILE.
006600 01  GR-RNH-RECORD.
006700     COPY GRRUNH.
006800 FD  RCTL-FILE
006900     RECORDING MODE IS F.
007000 01  GR-RCT-RECORD.
007100     COPY GRRNCTL.
007200 FD  CP-PARM-FILE
007300     RECORDING MODE IS F.
007400 01  GR-CPP-RECORD.
007500     COPY GRCPPARM.
007600 FD  RPT-FILE
007700     RECORDING MODE IS F.
007800 01  GR-CAP-PRINT-RECORD         PIC X(133).
007900 WORKING-STORAGE SECTION.
008000 77  GR-CAP-RNH-STATUS           PIC X(02) VALUE "00".
008100 77  GR-CAP-RCTL-STATUS          PIC X(02) VALUE "00".
008200 77  GR-CAP-PARM-STATUS          PIC X(02) VALUE "00".
008300 77  GR-CAP-RPT-STATUS           PIC X(02) VALUE "00".
008400 77  GR-CAP-EOF-SW               PIC X(01) VALUE "N".
008500     88  GR-CAP-EOF              VALUE "Y".
008600 77  GR-CAP-LAST-FLAGGED-SW      PIC X(01) VALUE "N".
008700     88  GR-CAP-LAST-FLAGGED     VALUE "Y".
008800 77  GR-CAP-NIGHTS               PIC 9(03) VALUE 090.
008900 77  GR-CAP-ROLL-NIGHTS          PIC 9(02) VALUE 07.
009000 77  GR-CAP-MARGIN-MINS          PIC 9(03) VALUE 030.
009100 77  GR-CAP-MARGIN-SECS          PIC 9(07) COMP VALUE ZERO.
009200 77  GR-CAP-FROM-DATE            PIC 9(08) VALUE ZERO.
009300 77  GR-CAP-WORK-INT             PIC 9(09) COMP VALUE ZERO.
009400 77  GR-CAP-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
009500 77  GR-CAP-DROPPED              PIC 9(07) COMP VALUE ZERO.
009600 77  GR-CAP-NO-GREET-COUNT       PIC 9(05) COMP VALUE ZERO.
009700 77  GR-CAP-NEAR-COUNT           PIC 9(05) COMP VALUE ZERO.
009800 77  GR-CAP-PAST-COUNT           PIC 9(05) COMP VALUE ZERO.
009900 77  GR-CAP-LONGEST-SECS         PIC 9(07) COMP VALUE ZERO.
010000 77  GR-CAP-SUBOUT1-ROWS         PIC 9(09) COMP VALUE ZERO.
010100 77  GR-CAP-SUBOUT2-ROWS         PIC 9(09) COMP VALUE ZERO.
010200 77  GR-CAP-SUBOUT3-ROWS         PIC 9(09) COMP VALUE ZERO.
010300 77  GR-CAP-NIGHT-MAX            PIC 9(04) COMP VALUE 0366.
010400 77  GR-CAP-NIGHT-COUNT          PIC 9(04) COMP VALUE ZERO.
010500 77  GR-CAP-SUB                  PIC 9(04) COMP VALUE ZERO.
010600 77  GR-CAP-WIN-SUB              PIC 9(04) COMP VALUE ZERO.
010700 77  GR-CAP-WIN-FROM             PIC 9(04) COMP VALUE ZERO.
010800 77  GR-CAP-WIN-TO               PIC 9(04) COMP VALUE ZERO.
010900 77  GR-CAP-WIN-NIGHTS           PIC 9(04) COMP VALUE ZERO.
011000 77  GR-CAP-SUM-SECS             PIC 9(09) COMP VALUE ZERO.
011100 77  GR-CAP-SUM-ITERS            PIC 9(11) COMP VALUE ZERO.
011200 77  GR-CAP-AVG-SECS             PIC 9(07) COMP VALUE ZERO.
011300 77  GR-CAP-AVG-ITERS            PIC 9(09) COMP VALUE ZERO.
011400 77  GR-CAP-PRIOR-SECS           PIC 9(07) COMP VALUE ZERO.
011500 77  GR-CAP-FIRST-SECS           PIC 9(07) COMP VALUE ZERO.
011600 77  GR-CAP-FIRST-ITERS          PIC 9(09) COMP VALUE ZERO.
011700 77  GR-CAP-GROWTH-PCT           PIC S9(07) COMP VALUE ZERO.
011800 77  GR-CAP-CUTOFF-SECS          PIC 9(07) COMP VALUE ZERO.
011900 77  GR-CAP-END-SECS             PIC 9(07) COMP VALUE ZERO.
012000 77  GR-CAP-SPARE-SECS           PIC S9(07) COMP VALUE ZERO.
012100 77  GR-CAP-FMT-SECS             PIC 9(07) COMP VALUE ZERO.
012200 77  GR-CAP-FMT-HOURS            PIC 9(07) COMP VALUE ZERO.
012300 77  GR-CAP-FMT-TEXT             PIC X(10) VALUE SPACES.
012400 77  GR-CAP-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
012500 77  GR-CAP-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
012600 77  GR-CAP-PAGE-LIMIT           PIC 9(03) COMP VALUE 055.
012700 77  GR-CAP-SAVE-LINE            PIC X(133) VALUE SPACES.
012800 01  GR-CAP-CURRENT-DATE.
012900     05  GR-CAP-CURR-CCYY        PIC 9(04).
013000     05  GR-CAP-CURR-MM          PIC 9(02).
013100     05  GR-CAP-CURR-DD          PIC 9(02).
013200 01  GR-CAP-CURRENT-DATE-NUM REDEFINES GR-CAP-CURRENT-DATE
013300                                 PIC 9(08).
013400 01  GR-CAP-CURRENT-TIME.
013500     05  GR-CAP-CURR-HH          PIC 9(02).
013600     05  GR-CAP-CURR-MN          PIC 9(02).
013700     05  GR-CAP-CURR-SS          PIC 9(02).
013800     05  GR-CAP-CURR-HS          PIC 9(02).
013900 01  GR-CAP-FMT-DATE.
014000     05  GR-CAP-FD-CCYY          PIC 9(04).
014100     05  GR-CAP-FD-MM            PIC 9(02).
014200     05  GR-CAP-FD-DD            PIC 9(02).
014300 01  GR-CAP-FMT-DATE-NUM REDEFINES GR-CAP-FMT-DATE
014400                                 PIC 9(08).
014500 01  GR-CAP-FMT-HMS.
014600     05  GR-CAP-FH-HH            PIC 9(02).
014700     05  GR-CAP-FH-MN            PIC 9(02).
014800     05  GR-CAP-FH-SS            PIC 9(02).
014900 01  GR-CAP-FMT-HMS-NUM REDEFINES GR-CAP-FMT-HMS
015000                                 PIC 9(06).
015100*
015200*    ONE ENTRY PER BUSINESS DATE IN THE PERIOD, BUILT IN DATE
015300*    ORDER AS RUNHIST IS READ IN KEY ORDER. THE STREAM FIGURES
015400*    ADD UP ALL THREE STEPS; THE REST COME FROM THE GREET STEP.
015500*
015600 01  GR-CAP-NIGHT-TABLE.
015700     05  GR-CAP-NT-ENTRY OCCURS 366 TIMES.
015800         10  GR-CAP-NT-DATE          PIC 9(08).
015900         10  GR-CAP-NT-GREET-SW      PIC X(01).
016000             88  GR-CAP-NT-GREET-SEEN    VALUE "Y".
016100         10  GR-CAP-NT-START         PIC 9(06).
016200         10  GR-CAP-NT-END           PIC 9(06).
016300         10  GR-CAP-NT-GREET-SECS    PIC 9(07) COMP.
016400         10  GR-CAP-NT-STREAM-SECS   PIC 9(07) COMP.
016500         10  GR-CAP-NT-REQS          PIC 9(05) COMP.
016600         10  GR-CAP-NT-DEFERRED      PIC 9(05) COMP.
016700         10  GR-CAP-NT-ITERS         PIC 9(09) COMP.
016800         10  GR-CAP-NT-FEED          PIC 9(09) COMP.
016900         10  GR-CAP-NT-MAX-RC        PIC 9(04) COMP.
017000         10  GR-CAP-NT-CUTOFF-SW     PIC X(01).
017100             88  GR-CAP-NT-CUTOFF-SET    VALUE "Y".
017200         10  GR-CAP-NT-CUTOFF        PIC 9(06).
017300*
017400 01  GR-CAP-HEADING-LINE.
017500     05  GR-CAP-H1-CTL           PIC X(01) VALUE "1".
017600     05  FILLER                  PIC X(01) VALUE SPACE.
017700     05  FILLER                  PIC X(44) VALUE
017800         "DOOM MAINFRAME GREET - CAPACITY TREND       ".
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
018100     05  GR-CAP-H1-DATE          PIC X(10).
018200     05  FILLER                  PIC X(02) VALUE SPACES.
018300     05  FILLER                  PIC X(09) VALUE "RUN TIME ".
018400     05  GR-CAP-H1-TIME          PIC X(08).
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  FILLER                  PIC X(05) VALUE "PAGE ".
018700     05  GR-CAP-H1-PAGE          PIC ZZZ9.
018800     05  FILLER                  PIC X(36) VALUE SPACES.
018900 01  GR-CAP-PERIOD-LINE.
019000     05  GR-CAP-PL-CTL           PIC X(01) VALUE SPACE.
019100     05  FILLER                  PIC X(01) VALUE SPACE.
019200     05  FILLER                  PIC X(17) VALUE
019300         "REPORTING PERIOD ".
019400     05  GR-CAP-PL-FROM          PIC X(10).
019500     05  FILLER                  PIC X(04) VALUE " TO ".
019600     05  GR-CAP-PL-TO            PIC X(10).
019700     05  FILLER                  PIC X(04) VALUE SPACES.
019800     05  FILLER                  PIC X(21) VALUE
019900         "ROLLING AVERAGE OVER ".
020000     05  GR-CAP-PL-ROLL          PIC ZZ9.
020100     05  FILLER                  PIC X(07) VALUE " NIGHTS".
020200     05  FILLER                  PIC X(04) VALUE SPACES.
020300     05  FILLER                  PIC X(14) VALUE
020400         "CUTOFF MARGIN ".
020500     05  GR-CAP-PL-MARGIN        PIC ZZ9.
020600     05  FILLER                  PIC X(08) VALUE " MINUTES".
020700     05  FILLER                  PIC X(26) VALUE SPACES.
020800 01  GR-CAP-BLANK-LINE.
020900     05  GR-CAP-BL-CTL           PIC X(01) VALUE SPACE.
021000     05  FILLER                  PIC X(132) VALUE SPACES.
021100 01  GR-CAP-COLHEAD-LINE-1.
021200     05  GR-CAP-C1-CTL           PIC X(01) VALUE SPACE.
021300     05  FILLER                  PIC X(01) VALUE SPACE.
021400     05  FILLER                  PIC X(10) VALUE "BUSINESS  ".
021500     05  FILLER                  PIC X(10) VALUE "  GREET   ".
021600     05  FILLER                  PIC X(09) VALUE " GREET   ".
021700     05  FILLER                  PIC X(10) VALUE "  GREET   ".
021800     05  FILLER                  PIC X(10) VALUE "  STREAM  ".
021900     05  FILLER                  PIC X(10) VALUE "  ROLLING ".
022000     05  FILLER                  PIC X(07) VALUE " GROWTH".
022100     05  FILLER                  PIC X(07) VALUE "   REQS".
022200     05  FILLER                  PIC X(07) VALUE "   REQS".
022300     05  FILLER                  PIC X(11) VALUE " ITERATIONS".
022400     05  FILLER                  PIC X(11) VALUE " ITERATIONS".
022500     05  FILLER                  PIC X(11) VALUE "       FEED".
022600     05  FILLER                  PIC X(05) VALUE "  MAX".
022700     05  FILLER                  PIC X(13) VALUE "  CAPACITY   ".
022800 01  GR-CAP-COLHEAD-LINE-2.
022900     05  GR-CAP-C2-CTL           PIC X(01) VALUE SPACE.
023000     05  FILLER                  PIC X(01) VALUE SPACE.
023100     05  FILLER                  PIC X(10) VALUE "DATE      ".
023200     05  FILLER                  PIC X(10) VALUE "  START   ".
023300     05  FILLER                  PIC X(09) VALUE " END     ".
023400     05  FILLER                  PIC X(10) VALUE "  ELAPSED ".
023500     05  FILLER                  PIC X(10) VALUE "  ELAPSED ".
023600     05  FILLER                  PIC X(10) VALUE "  AVERAGE ".
023700     05  FILLER                  PIC X(07) VALUE " VS AVG".
023800     05  FILLER                  PIC X(07) VALUE "    RUN".
023900     05  FILLER                  PIC X(07) VALUE "  DEFER".
024000     05  FILLER                  PIC X(11) VALUE "    TONIGHT".
024100     05  FILLER                  PIC X(11) VALUE "    AVERAGE".
024200     05  FILLER                  PIC X(11) VALUE "       ROWS".
024300     05  FILLER                  PIC X(05) VALUE "   RC".
024400     05  FILLER                  PIC X(13) VALUE "  FLAG       ".
024500 01  GR-CAP-DETAIL-LINE.
024600     05  GR-CAP-DT-CTL           PIC X(01) VALUE SPACE.
024700     05  FILLER                  PIC X(01) VALUE SPACE.
024800     05  GR-CAP-DT-DATE          PIC X(10).
024900     05  FILLER                  PIC X(02) VALUE SPACES.
025000     05  GR-CAP-DT-START         PIC X(08).
025100     05  FILLER                  PIC X(01) VALUE SPACE.
025200     05  GR-CAP-DT-END           PIC X(08).
025300     05  FILLER                  PIC X(02) VALUE SPACES.
025400     05  GR-CAP-DT-GREET-ELAP    PIC X(08).
025500     05  FILLER                  PIC X(02) VALUE SPACES.
025600     05  GR-CAP-DT-STREAM-ELAP   PIC X(08).
025700     05  FILLER                  PIC X(02) VALUE SPACES.
025800     05  GR-CAP-DT-AVG-ELAP      PIC X(08).
025900     05  FILLER                  PIC X(02) VALUE SPACES.
026000     05  GR-CAP-DT-GROWTH        PIC +ZZZ9.
026100     05  FILLER                  PIC X(02) VALUE SPACES.
026200     05  GR-CAP-DT-REQS          PIC ZZZZ9.
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  GR-CAP-DT-DEFER         PIC ZZZZ9.
026500     05  FILLER                  PIC X(02) VALUE SPACES.
026600     05  GR-CAP-DT-ITERS         PIC ZZZZZZZZ9.
026700     05  FILLER                  PIC X(02) VALUE SPACES.
026800     05  GR-CAP-DT-AVG-ITERS     PIC ZZZZZZZZ9.
026900     05  FILLER                  PIC X(02) VALUE SPACES.
027000     05  GR-CAP-DT-FEED          PIC ZZZZZZZZ9.
027100     05  FILLER                  PIC X(02) VALUE SPACES.
027200     05  GR-CAP-DT-MAX-RC        PIC ZZ9.
027300     05  FILLER                  PIC X(02) VALUE SPACES.
027400     05  GR-CAP-DT-FLAG          PIC X(11).
027500 01  GR-CAP-TOTAL-LINE.
027600     05  GR-CAP-TL-CTL           PIC X(01) VALUE SPACE.
027700     05  FILLER                  PIC X(01) VALUE SPACE.
027800     05  GR-CAP-TL-TEXT          PIC X(40).
027900     05  GR-CAP-TL-COUNT         PIC ZZZZZZZZ9.
028000     05  FILLER                  PIC X(82) VALUE SPACES.
028100 01  GR-CAP-TIME-LINE.
028200     05  GR-CAP-TM-CTL           PIC X(01) VALUE SPACE.
028300     05  FILLER                  PIC X(01) VALUE SPACE.
028400     05  GR-CAP-TM-TEXT          PIC X(40).
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  GR-CAP-TM-TIME          PIC X(08).
028700     05  FILLER                  PIC X(82) VALUE SPACES.
028800 01  GR-CAP-PCT-LINE.
028900     05  GR-CAP-PC-CTL           PIC X(01) VALUE SPACE.
029000     05  FILLER                  PIC X(01) VALUE SPACE.
029100     05  GR-CAP-PC-TEXT          PIC X(40).
029200     05  FILLER                  PIC X(03) VALUE SPACES.
029300     05  GR-CAP-PC-PCT           PIC +ZZZZ9.
029400     05  FILLER                  PIC X(01) VALUE "%".
029500     05  FILLER                  PIC X(81) VALUE SPACES.
029600*
029700 PROCEDURE DIVISION.
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030000     PERFORM 2000-LOAD-RUN-HISTORY THRU 2000-EXIT.
030100     PERFORM 3000-PRINT-NIGHTS THRU 3000-EXIT.
030200     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
030300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030400 9999-EXIT-PROGRAM.
030500     STOP RUN.
030600*
030700******************************************************************
030800*    1000-INITIALIZE                                            *
030900*    OPENS THE REPORT, TAKES THE LAST NIGHT OF THE PERIOD FROM   *
031000*    THE RUNCTL BUSINESS DATE, READS THE OPTIONAL CPPARM CARD    *
031100*    AND WORKS THE FIRST NIGHT OF THE PERIOD BACK FROM THE LAST  *
031200*    WITH THE INTRINSIC DATE FUNCTIONS, AS GRHSTRPT DOES.        *
031300******************************************************************
031400 1000-INITIALIZE.
031500     ACCEPT GR-CAP-CURRENT-DATE FROM DATE YYYYMMDD.
031600     ACCEPT GR-CAP-CURRENT-TIME FROM TIME.
031700     OPEN OUTPUT RPT-FILE.
031800     IF GR-CAP-RPT-STATUS NOT = "00"
031900         DISPLAY "GY1000E - UNABLE TO OPEN CAPRPT, STATUS "
032000             GR-CAP-RPT-STATUS
032100         MOVE 16 TO RETURN-CODE
032200         GO TO 9999-EXIT-PROGRAM
032300     END-IF.
032400     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
032500     OPEN INPUT CP-PARM-FILE.
032600     IF GR-CAP-PARM-STATUS = "00"
032700         READ CP-PARM-FILE
032800             AT END
032900                 CONTINUE
033000         END-READ
033100         IF GR-CAP-PARM-STATUS = "00"
033200             PERFORM 1200-TAKE-PARM-CARD THRU 1200-EXIT
033300         END-IF
033400         CLOSE CP-PARM-FILE
033500     END-IF.
033600     COMPUTE GR-CAP-MARGIN-SECS = GR-CAP-MARGIN-MINS * 60.
033700     COMPUTE GR-CAP-WORK-INT =
033800         FUNCTION INTEGER-OF-DATE(GR-CAP-CURRENT-DATE-NUM)
033900         - GR-CAP-NIGHTS + 1.
034000     MOVE FUNCTION DATE-OF-INTEGER(GR-CAP-WORK-INT)
034100         TO GR-CAP-FROM-DATE.
034200     PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT.
034300     MOVE GR-CAP-FROM-DATE TO GR-CAP-FMT-DATE-NUM.
034400     PERFORM 8200-FORMAT-DATE THRU 8200-EXIT.
034500     MOVE GR-CAP-FMT-TEXT TO GR-CAP-PL-FROM.
034600     MOVE GR-CAP-CURRENT-DATE-NUM TO GR-CAP-FMT-DATE-NUM.
034700     PERFORM 8200-FORMAT-DATE THRU 8200-EXIT.
034800     MOVE GR-CAP-FMT-TEXT TO GR-CAP-PL-TO.
034900     MOVE GR-CAP-ROLL-NIGHTS TO GR-CAP-PL-ROLL.
035000     MOVE GR-CAP-MARGIN-MINS TO GR-CAP-PL-MARGIN.
035100     MOVE GR-CAP-PERIOD-LINE TO GR-CAP-PRINT-RECORD.
035200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
035300     MOVE GR-CAP-BLANK-LINE TO GR-CAP-PRINT-RECORD.
035400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
035500     MOVE GR-CAP-COLHEAD-LINE-1 TO GR-CAP-PRINT-RECORD.
035600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
035700     MOVE GR-CAP-COLHEAD-LINE-2 TO GR-CAP-PRINT-RECORD.
035800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
035900 1000-EXIT.
036000     EXIT.
036100*
036200******************************************************************
036300*    1100-READ-RUN-CONTROL                                      *
036400*    WHEN THE RUNCTL RECORD THE GRRCTLU OPEN STEP MAINTAINS IS   *
036500*    PRESENT, ITS BUSINESS DATE IS THE LAST NIGHT REPORTED -     *
036600*    THE SAME DATE THE STEPS KEYED THEIR RUN HISTORY UNDER.      *
036700******************************************************************
036800 1100-READ-RUN-CONTROL.
036900     OPEN INPUT RCTL-FILE.
037000     IF GR-CAP-RCTL-STATUS NOT = "00"
037100         GO TO 1100-EXIT
037200     END-IF.
037300     READ RCTL-FILE
037400         AT END
037500             GO TO 1100-EXIT
037600     END-READ.
037700     IF GR-RCT-BUS-DATE IS NUMERIC AND GR-RCT-BUS-DATE > ZERO
037800         MOVE GR-RCT-BUS-DATE TO GR-CAP-CURRENT-DATE-NUM
037900     END-IF.
038000 1100-EXIT.
038100     IF GR-CAP-RCTL-STATUS = "00" OR GR-CAP-RCTL-STATUS = "10"
038200         CLOSE RCTL-FILE
038300     END-IF.
038400     EXIT.
038500*
038600******************************************************************
038700*    1200-TAKE-PARM-CARD                                        *
038800*    EACH CPPARM FIELD OVERRIDES ITS DEFAULT ONLY WHEN IT IS     *
038900*    NUMERIC AND IN RANGE - THE PERIOD CANNOT EXCEED THE 366     *
039000*    NIGHTS THE TABLE HOLDS.                                     *
039100******************************************************************
039200 1200-TAKE-PARM-CARD.
039300     IF GR-CPP-NIGHTS IS NUMERIC
039400             AND GR-CPP-NIGHTS > ZERO
039500             AND GR-CPP-NIGHTS NOT > GR-CAP-NIGHT-MAX
039600         MOVE GR-CPP-NIGHTS TO GR-CAP-NIGHTS
039700     END-IF.
039800     IF GR-CPP-ROLL-NIGHTS IS NUMERIC
039900             AND GR-CPP-ROLL-NIGHTS > ZERO
040000         MOVE GR-CPP-ROLL-NIGHTS TO GR-CAP-ROLL-NIGHTS
040100     END-IF.
040200     IF GR-CPP-MARGIN-MINS IS NUMERIC
040300         MOVE GR-CPP-MARGIN-MINS TO GR-CAP-MARGIN-MINS
040400     END-IF.
040500 1200-EXIT.
040600     EXIT.
040700*
040800******************************************************************
040900*    2000-LOAD-RUN-HISTORY                                      *
041000*    READS RUNHIST IN KEY ORDER FROM THE FIRST NIGHT OF THE      *
041100*    PERIOD TO THE LAST AND POSTS EACH STEP'S RECORD TO ITS      *
041200*    NIGHT. THE KEY IS BUSINESS DATE THEN PROGRAM, SO ALL OF A   *
041300*    NIGHT'S RECORDS ARRIVE TOGETHER AND THE NIGHT BEING BUILT   *
041400*    IS ALWAYS THE LAST ENTRY IN THE TABLE.                      *
041500******************************************************************
041600 2000-LOAD-RUN-HISTORY.
041700     OPEN INPUT RNH-FILE.
041800     IF GR-CAP-RNH-STATUS NOT = "00"
041900         DISPLAY "GY2000W - RUNHIST NOT AVAILABLE, STATUS "
042000             GR-CAP-RNH-STATUS
042100         IF 4 > RETURN-CODE
042200             MOVE 4 TO RETURN-CODE
042300         END-IF
042400         GO TO 2000-EXIT
042500     END-IF.
042600     MOVE GR-CAP-FROM-DATE TO GR-RNH-BUS-DATE.
042700     MOVE LOW-VALUES TO GR-RNH-PROGRAM.
042800     START RNH-FILE KEY IS NOT < GR-RNH-KEY
042900         INVALID KEY
043000             SET GR-CAP-EOF TO TRUE
043100     END-START.
043200     PERFORM 2010-READ-ONE-HISTORY THRU 2010-EXIT
043300             UNTIL GR-CAP-EOF.
043400     CLOSE RNH-FILE.
043500 2000-EXIT.
043600     EXIT.
043700*
043800 2010-READ-ONE-HISTORY.
043900     READ RNH-FILE NEXT RECORD
044000         AT END
044100             SET GR-CAP-EOF TO TRUE
044200             GO TO 2010-EXIT
044300     END-READ.
044400     IF GR-CAP-RNH-STATUS NOT = "00"
044500         DISPLAY "GY2010E - RUNHIST READ ERROR, STATUS "
044600             GR-CAP-RNH-STATUS
044700         SET GR-CAP-EOF TO TRUE
044800         MOVE 8 TO RETURN-CODE
044900         GO TO 2010-EXIT
045000     END-IF.
045100     IF GR-RNH-BUS-DATE > GR-CAP-CURRENT-DATE-NUM
045200         SET GR-CAP-EOF TO TRUE
045300         GO TO 2010-EXIT
045400     END-IF.
045500     ADD 1 TO GR-CAP-READ-COUNT.
045600     IF GR-CAP-NIGHT-COUNT = ZERO
045700             OR GR-RNH-BUS-DATE
045800                 NOT = GR-CAP-NT-DATE(GR-CAP-NIGHT-COUNT)
045900         PERFORM 2100-START-NEW-NIGHT THRU 2100-EXIT
046000         IF GR-CAP-SUB = ZERO
046100             GO TO 2010-EXIT
046200         END-IF
046300     END-IF.
046400     PERFORM 2200-POST-STEP-RECORD THRU 2200-EXIT.
046500 2010-EXIT.
046600     EXIT.
046700*
046800 2100-START-NEW-NIGHT.
046900     IF GR-CAP-NIGHT-COUNT NOT < GR-CAP-NIGHT-MAX
047000         ADD 1 TO GR-CAP-DROPPED
047100         MOVE ZERO TO GR-CAP-SUB
047200         GO TO 2100-EXIT
047300     END-IF.
047400     ADD 1 TO GR-CAP-NIGHT-COUNT.
047500     MOVE GR-CAP-NIGHT-COUNT TO GR-CAP-SUB.
047600     MOVE GR-RNH-BUS-DATE TO GR-CAP-NT-DATE(GR-CAP-SUB).
047700     MOVE "N" TO GR-CAP-NT-GREET-SW(GR-CAP-SUB)
047800                 GR-CAP-NT-CUTOFF-SW(GR-CAP-SUB).
047900     MOVE ZERO TO GR-CAP-NT-START(GR-CAP-SUB)
048000                  GR-CAP-NT-END(GR-CAP-SUB)
048100                  GR-CAP-NT-GREET-SECS(GR-CAP-SUB)
048200                  GR-CAP-NT-STREAM-SECS(GR-CAP-SUB)
048300                  GR-CAP-NT-REQS(GR-CAP-SUB)
048400                  GR-CAP-NT-DEFERRED(GR-CAP-SUB)
048500                  GR-CAP-NT-ITERS(GR-CAP-SUB)
048600                  GR-CAP-NT-FEED(GR-CAP-SUB)
048700                  GR-CAP-NT-MAX-RC(GR-CAP-SUB)
048800                  GR-CAP-NT-CUTOFF(GR-CAP-SUB).
048900 2100-EXIT.
049000     EXIT.
049100*
049200******************************************************************
049300*    2200-POST-STEP-RECORD                                      *
049400*    EVERY STEP'S ELAPSED TIME GOES INTO THE NIGHT'S STREAM      *
049500*    TOTAL AND ITS RETURN CODE INTO THE NIGHT'S WORST. THE       *
049600*    GREET RECORD ALSO SUPPLIES THE WINDOW TIMES, THE REQUEST    *
049700*    VOLUMES AND THE CUTOFF; THE GRFDIST RECORD THE SUBOUT ROWS. *
049710*    A GREETPN PARTITION RECORD IS POSTED BY 2210 INSTEAD.       *
049800******************************************************************
049900 2200-POST-STEP-RECORD.
050000     MOVE GR-CAP-NIGHT-COUNT TO GR-CAP-SUB.
050100     IF GR-RNH-ELAPSED-SECS IS NUMERIC
050110             AND GR-RNH-PROGRAM(1:6) NOT = "GREETP"
050200         ADD GR-RNH-ELAPSED-SECS
050300             TO GR-CAP-NT-STREAM-SECS(GR-CAP-SUB)
050400     END-IF.
050500     IF GR-RNH-RETURN-CODE IS NUMERIC
050600             AND GR-RNH-RETURN-CODE > GR-CAP-NT-MAX-RC(GR-CAP-SUB)
050700         MOVE GR-RNH-RETURN-CODE TO GR-CAP-NT-MAX-RC(GR-CAP-SUB)
050800     END-IF.
050900     EVALUATE GR-RNH-PROGRAM
051000         WHEN "GREET   "
051100             SET GR-CAP-NT-GREET-SEEN(GR-CAP-SUB) TO TRUE
051200             MOVE GR-RNH-START-TIME TO GR-CAP-NT-START(GR-CAP-SUB)
051300             MOVE GR-RNH-END-TIME TO GR-CAP-NT-END(GR-CAP-SUB)
051400             MOVE GR-RNH-ELAPSED-SECS
051500                 TO GR-CAP-NT-GREET-SECS(GR-CAP-SUB)
051600             MOVE GR-RNH-REQS-RUN TO GR-CAP-NT-REQS(GR-CAP-SUB)
051700             MOVE GR-RNH-REQS-DEFERRED
051800                 TO GR-CAP-NT-DEFERRED(GR-CAP-SUB)
051900             MOVE GR-RNH-ITERATIONS TO GR-CAP-NT-ITERS(GR-CAP-SUB)
052000             MOVE GR-RNH-FEED-ROWS TO GR-CAP-NT-FEED(GR-CAP-SUB)
052100             IF GR-RNH-CUTOFF-SET
052200                 SET GR-CAP-NT-CUTOFF-SET(GR-CAP-SUB) TO TRUE
052300                 MOVE GR-RNH-CUTOFF-TIME
052400                     TO GR-CAP-NT-CUTOFF(GR-CAP-SUB)
052500             END-IF
052510         WHEN "GREETP1 " WHEN "GREETP2 "
052520         WHEN "GREETP3 " WHEN "GREETP4 "
052530             PERFORM 2210-POST-PARTITION-RECORD THRU 2210-EXIT
052600         WHEN "GRFDIST "
052700             ADD GR-RNH-SUBOUT-ROWS(1) TO GR-CAP-SUBOUT1-ROWS
052800             ADD GR-RNH-SUBOUT-ROWS(2) TO GR-CAP-SUBOUT2-ROWS
052900             ADD GR-RNH-SUBOUT-ROWS(3) TO GR-CAP-SUBOUT3-ROWS
053000         WHEN OTHER
053100             CONTINUE
053200     END-EVALUATE.
053300 2200-EXIT.
053302     EXIT.
053304*
053306******************************************************************
053308*    2210-POST-PARTITION-RECORD                                 *
053310*    A PARTITIONED NIGHT RAN GREETP1 TO GREETP4 SIDE BY SIDE.    *
053312*    THEIR VOLUMES ADD UP TO THE NIGHT'S GREET FIGURES; THE      *
053314*    WINDOW TIMES AND CUTOFF COME FROM THE PARTITION THAT RAN    *
053316*    LONGEST, AND ONLY ITS ELAPSED TIME COUNTS TOWARD THE        *
053318*    STREAM, SINCE THE OTHERS RAN IN ITS SHADOW.                 *
053320******************************************************************
053322 2210-POST-PARTITION-RECORD.
053326     ADD GR-RNH-REQS-RUN TO GR-CAP-NT-REQS(GR-CAP-SUB).
053328     ADD GR-RNH-REQS-DEFERRED TO GR-CAP-NT-DEFERRED(GR-CAP-SUB).
053330     ADD GR-RNH-ITERATIONS TO GR-CAP-NT-ITERS(GR-CAP-SUB).
053332     ADD GR-RNH-FEED-ROWS TO GR-CAP-NT-FEED(GR-CAP-SUB).
053334     IF GR-RNH-ELAPSED-SECS IS NOT NUMERIC
053336             OR (GR-CAP-NT-GREET-SEEN(GR-CAP-SUB)
053338                 AND GR-RNH-ELAPSED-SECS
053340                     NOT > GR-CAP-NT-GREET-SECS(GR-CAP-SUB))
053341         SET GR-CAP-NT-GREET-SEEN(GR-CAP-SUB) TO TRUE
053342         GO TO 2210-EXIT
053344     END-IF.
053345     SET GR-CAP-NT-GREET-SEEN(GR-CAP-SUB) TO TRUE.
053346     ADD GR-RNH-ELAPSED-SECS TO GR-CAP-NT-STREAM-SECS(GR-CAP-SUB).
053348     SUBTRACT GR-CAP-NT-GREET-SECS(GR-CAP-SUB)
053350         FROM GR-CAP-NT-STREAM-SECS(GR-CAP-SUB).
053352     MOVE GR-RNH-START-TIME TO GR-CAP-NT-START(GR-CAP-SUB).
053354     MOVE GR-RNH-END-TIME TO GR-CAP-NT-END(GR-CAP-SUB).
053356     MOVE GR-RNH-ELAPSED-SECS TO GR-CAP-NT-GREET-SECS(GR-CAP-SUB).
053358     IF GR-RNH-CUTOFF-SET
053360         SET GR-CAP-NT-CUTOFF-SET(GR-CAP-SUB) TO TRUE
053362         MOVE GR-RNH-CUTOFF-TIME TO GR-CAP-NT-CUTOFF(GR-CAP-SUB)
053364     ELSE
053366         MOVE "N" TO GR-CAP-NT-CUTOFF-SW(GR-CAP-SUB)
053368     END-IF.
053370 2210-EXIT.
053400     EXIT.
053500*
053600******************************************************************
053700*    3000-PRINT-NIGHTS                                          *
053800*    ONE LINE PER NIGHT IN DATE ORDER. A NIGHT THAT HAS NO       *
053900*    RUNHIST RECORD AT ALL (THE STREAM DID NOT RUN) IS SIMPLY    *
054000*    ABSENT; ONE WITH NO GREET RECORD IS PRINTED AND FLAGGED.    *
054100******************************************************************
054200 3000-PRINT-NIGHTS.
054300     PERFORM 3010-PRINT-ONE-NIGHT THRU 3010-EXIT
054400             VARYING GR-CAP-SUB FROM 1 BY 1
054500             UNTIL GR-CAP-SUB > GR-CAP-NIGHT-COUNT.
054600     IF GR-CAP-NIGHT-COUNT = ZERO
054700         MOVE "  (NO RUN HISTORY IN THE REPORTING PERIOD)"
054800             TO GR-CAP-PRINT-RECORD
054900         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
055000     END-IF.
055100 3000-EXIT.
055200     EXIT.
055300*
055400 3010-PRINT-ONE-NIGHT.
055500     MOVE SPACES TO GR-CAP-DETAIL-LINE.
055600     MOVE GR-CAP-NT-DATE(GR-CAP-SUB) TO GR-CAP-FMT-DATE-NUM.
055700     PERFORM 8200-FORMAT-DATE THRU 8200-EXIT.
055800     MOVE GR-CAP-FMT-TEXT TO GR-CAP-DT-DATE.
055900     IF GR-CAP-NT-GREET-SEEN(GR-CAP-SUB)
056000         MOVE GR-CAP-NT-START(GR-CAP-SUB) TO GR-CAP-FMT-HMS-NUM
056100         PERFORM 8300-FORMAT-TIME THRU 8300-EXIT
056200         MOVE GR-CAP-FMT-TEXT TO GR-CAP-DT-START
056300         MOVE GR-CAP-NT-END(GR-CAP-SUB) TO GR-CAP-FMT-HMS-NUM
056400         PERFORM 8300-FORMAT-TIME THRU 8300-EXIT
056500         MOVE GR-CAP-FMT-TEXT TO GR-CAP-DT-END
056600         MOVE GR-CAP-NT-GREET-SECS(GR-CAP-SUB) TO GR-CAP-FMT-SECS
056700         PERFORM 8400-FORMAT-ELAPSED THRU 8400-EXIT
056800         MOVE GR-CAP-FMT-TEXT TO GR-CAP-DT-GREET-ELAP
056900     END-IF.
057000     MOVE GR-CAP-NT-STREAM-SECS(GR-CAP-SUB) TO GR-CAP-FMT-SECS.
057100     PERFORM 8400-FORMAT-ELAPSED THRU 8400-EXIT.
057200     MOVE GR-CAP-FMT-TEXT TO GR-CAP-DT-STREAM-ELAP.
057300     IF GR-CAP-NT-STREAM-SECS(GR-CAP-SUB) > GR-CAP-LONGEST-SECS
057400         MOVE GR-CAP-NT-STREAM-SECS(GR-CAP-SUB)
057500             TO GR-CAP-LONGEST-SECS
057600     END-IF.
057700*    ROLLING AVERAGE OF THE LAST N NIGHTS, TONIGHT INCLUDED.
057800     MOVE GR-CAP-SUB TO GR-CAP-WIN-TO.
057900     PERFORM 3100-AVERAGE-WINDOW THRU 3100-EXIT.
058000     MOVE GR-CAP-AVG-SECS TO GR-CAP-FMT-SECS.
058100     PERFORM 8400-FORMAT-ELAPSED THRU 8400-EXIT.
058200     MOVE GR-CAP-FMT-TEXT TO GR-CAP-DT-AVG-ELAP.
058300     MOVE GR-CAP-AVG-ITERS TO GR-CAP-DT-AVG-ITERS.
058400*    GROWTH IS TONIGHT AGAINST THE N NIGHTS BEFORE IT, SO ONE
058500*    HEAVY NIGHT SHOWS UP RATHER THAN BEING AVERAGED AWAY.
058600     IF GR-CAP-SUB > 1
058700         COMPUTE GR-CAP-WIN-TO = GR-CAP-SUB - 1
058800         PERFORM 3100-AVERAGE-WINDOW THRU 3100-EXIT
058900         MOVE GR-CAP-AVG-SECS TO GR-CAP-PRIOR-SECS
059000         IF GR-CAP-PRIOR-SECS > ZERO
059100             COMPUTE GR-CAP-GROWTH-PCT ROUNDED =
059200                 (GR-CAP-NT-STREAM-SECS(GR-CAP-SUB)
059300                  - GR-CAP-PRIOR-SECS) * 100
059400                 / GR-CAP-PRIOR-SECS
059500             IF GR-CAP-GROWTH-PCT > 9999
059600                 MOVE 9999 TO GR-CAP-GROWTH-PCT
059700             END-IF
059800             MOVE GR-CAP-GROWTH-PCT TO GR-CAP-DT-GROWTH
059900         END-IF
060000     END-IF.
060100     MOVE GR-CAP-NT-REQS(GR-CAP-SUB) TO GR-CAP-DT-REQS.
060200     MOVE GR-CAP-NT-DEFERRED(GR-CAP-SUB) TO GR-CAP-DT-DEFER.
060300     MOVE GR-CAP-NT-ITERS(GR-CAP-SUB) TO GR-CAP-DT-ITERS.
060400     MOVE GR-CAP-NT-FEED(GR-CAP-SUB) TO GR-CAP-DT-FEED.
060500     MOVE GR-CAP-NT-MAX-RC(GR-CAP-SUB) TO GR-CAP-DT-MAX-RC.
060600     PERFORM 3200-SET-CAPACITY-FLAG THRU 3200-EXIT.
060700     MOVE GR-CAP-DETAIL-LINE TO GR-CAP-PRINT-RECORD.
060800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
060900 3010-EXIT.
061000     EXIT.
061100*
061200******************************************************************
061300*    3100-AVERAGE-WINDOW                                        *
061400*    AVERAGES STREAM ELAPSED TIME AND ITERATIONS OVER THE N      *
061500*    NIGHTS ENDING AT ENTRY GR-CAP-WIN-TO - FEWER AT THE START   *
061600*    OF THE PERIOD, WHERE THERE ARE NOT YET N NIGHTS TO USE.     *
061700******************************************************************
061800 3100-AVERAGE-WINDOW.
061900     IF GR-CAP-WIN-TO > GR-CAP-ROLL-NIGHTS
062000         COMPUTE GR-CAP-WIN-FROM =
062100             GR-CAP-WIN-TO - GR-CAP-ROLL-NIGHTS + 1
062200     ELSE
062300         MOVE 1 TO GR-CAP-WIN-FROM
062400     END-IF.
062500     MOVE ZERO TO GR-CAP-SUM-SECS GR-CAP-SUM-ITERS.
062600     PERFORM 3110-ADD-WINDOW-NIGHT THRU 3110-EXIT
062700             VARYING GR-CAP-WIN-SUB FROM GR-CAP-WIN-FROM BY 1
062800             UNTIL GR-CAP-WIN-SUB > GR-CAP-WIN-TO.
062900     COMPUTE GR-CAP-WIN-NIGHTS =
062910         GR-CAP-WIN-TO - GR-CAP-WIN-FROM + 1.
063000     COMPUTE GR-CAP-AVG-SECS ROUNDED =
063100         GR-CAP-SUM-SECS / GR-CAP-WIN-NIGHTS.
063200     COMPUTE GR-CAP-AVG-ITERS ROUNDED =
063300         GR-CAP-SUM-ITERS / GR-CAP-WIN-NIGHTS.
063400 3100-EXIT.
063500     EXIT.
063600*
063700 3110-ADD-WINDOW-NIGHT.
063800     ADD GR-CAP-NT-STREAM-SECS(GR-CAP-WIN-SUB) TO GR-CAP-SUM-SECS.
063900     ADD GR-CAP-NT-ITERS(GR-CAP-WIN-SUB) TO GR-CAP-SUM-ITERS.
064000 3110-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400*    3200-SET-CAPACITY-FLAG                                     *
064500*    JUDGES THE NIGHT'S GREET STEP AGAINST THE CUTOFF IT RAN     *
064600*    UNDER. DEFERRED WORK MEANS THE CUTOFF WAS ACTUALLY HIT.     *
064700*    OTHERWISE THE TIME LEFT BETWEEN GREET'S END AND THE CUTOFF  *
064800*    IS WORKED OUT ALLOWING FOR A WINDOW THAT CROSSES MIDNIGHT - *
064900*    MORE THAN TWELVE HOURS "LEFT" CAN ONLY MEAN THE STEP ENDED  *
065000*    AFTER THE CUTOFF - AND LESS THAN THE MARGIN IS FLAGGED.     *
065100*    A NIGHT WITHOUT A CUTOFF CARD CANNOT BE JUDGED.             *
065200******************************************************************
065300 3200-SET-CAPACITY-FLAG.
065400     IF NOT GR-CAP-NT-GREET-SEEN(GR-CAP-SUB)
065500         MOVE "NO GREET" TO GR-CAP-DT-FLAG
065600         ADD 1 TO GR-CAP-NO-GREET-COUNT
065700         GO TO 3200-EXIT
065800     END-IF.
065900     IF GR-CAP-NT-DEFERRED(GR-CAP-SUB) > ZERO
066000         MOVE "CUTOFF HIT" TO GR-CAP-DT-FLAG
066100         ADD 1 TO GR-CAP-PAST-COUNT
066200         GO TO 3200-FLAGGED
066300     END-IF.
066400     IF NOT GR-CAP-NT-CUTOFF-SET(GR-CAP-SUB)
066500         GO TO 3200-EXIT
066600     END-IF.
066700     MOVE GR-CAP-NT-CUTOFF(GR-CAP-SUB) TO GR-CAP-FMT-HMS-NUM.
066800     COMPUTE GR-CAP-CUTOFF-SECS =
066900         (GR-CAP-FH-HH * 3600) + (GR-CAP-FH-MN * 60)
067000         + GR-CAP-FH-SS.
067100     MOVE GR-CAP-NT-END(GR-CAP-SUB) TO GR-CAP-FMT-HMS-NUM.
067200     COMPUTE GR-CAP-END-SECS =
067300         (GR-CAP-FH-HH * 3600) + (GR-CAP-FH-MN * 60)
067400         + GR-CAP-FH-SS.
067500     COMPUTE GR-CAP-SPARE-SECS =
067600         GR-CAP-CUTOFF-SECS - GR-CAP-END-SECS.
067700     IF GR-CAP-SPARE-SECS < ZERO
067800         ADD 86400 TO GR-CAP-SPARE-SECS
067900     END-IF.
068000     IF GR-CAP-SPARE-SECS > 43200
068100         MOVE "PAST CUTOFF" TO GR-CAP-DT-FLAG
068200         ADD 1 TO GR-CAP-PAST-COUNT
068300         GO TO 3200-FLAGGED
068400     END-IF.
068500     IF GR-CAP-SPARE-SECS < GR-CAP-MARGIN-SECS
068600         MOVE "NEAR CUTOFF" TO GR-CAP-DT-FLAG
068700         ADD 1 TO GR-CAP-NEAR-COUNT
068800         GO TO 3200-FLAGGED
068900     END-IF.
069000     GO TO 3200-EXIT.
069100 3200-FLAGGED.
069200     IF GR-CAP-SUB = GR-CAP-NIGHT-COUNT
069300         SET GR-CAP-LAST-FLAGGED TO TRUE
069400     END-IF.
069500 3200-EXIT.
069600     EXIT.
069700*
069800******************************************************************
069900*    4000-PRINT-TOTALS                                          *
070000*    CLOSING FIGURES FOR THE PERIOD. THE PERIOD GROWTH COMPARES  *
070100*    THE AVERAGE OF THE LAST N NIGHTS WITH THE AVERAGE OF THE    *
070200*    FIRST N, AND IS ONLY PRINTED WHEN THE PERIOD HOLDS MORE     *
070300*    THAN N NIGHTS SO THE TWO WINDOWS DO NOT OVERLAP.            *
070400******************************************************************
070500 4000-PRINT-TOTALS.
070600     MOVE GR-CAP-BLANK-LINE TO GR-CAP-PRINT-RECORD.
070700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
070800     MOVE "RUN HISTORY RECORDS READ" TO GR-CAP-TL-TEXT.
070900     MOVE GR-CAP-READ-COUNT TO GR-CAP-TL-COUNT.
071000     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
071100     MOVE "NIGHTS REPORTED" TO GR-CAP-TL-TEXT.
071200     MOVE GR-CAP-NIGHT-COUNT TO GR-CAP-TL-COUNT.
071300     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
071400     MOVE "NIGHTS DROPPED (TABLE FULL)" TO GR-CAP-TL-TEXT.
071500     MOVE GR-CAP-DROPPED TO GR-CAP-TL-COUNT.
071600     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
071700     MOVE "NIGHTS WITH NO GREET RECORD" TO GR-CAP-TL-TEXT.
071800     MOVE GR-CAP-NO-GREET-COUNT TO GR-CAP-TL-COUNT.
071900     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
072000     MOVE "NIGHTS ENDING WITHIN THE CUTOFF MARGIN" TO
072100         GR-CAP-TL-TEXT.
072200     MOVE GR-CAP-NEAR-COUNT TO GR-CAP-TL-COUNT.
072300     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
072400     MOVE "NIGHTS PAST THE CUTOFF OR DEFERRING" TO
072500         GR-CAP-TL-TEXT.
072600     MOVE GR-CAP-PAST-COUNT TO GR-CAP-TL-COUNT.
072700     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
072800     MOVE "ROWS DISTRIBUTED TO SUBOUT1" TO GR-CAP-TL-TEXT.
072900     MOVE GR-CAP-SUBOUT1-ROWS TO GR-CAP-TL-COUNT.
073000     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
073100     MOVE "ROWS DISTRIBUTED TO SUBOUT2" TO GR-CAP-TL-TEXT.
073200     MOVE GR-CAP-SUBOUT2-ROWS TO GR-CAP-TL-COUNT.
073300     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
073400     MOVE "ROWS DISTRIBUTED TO SUBOUT3" TO GR-CAP-TL-TEXT.
073500     MOVE GR-CAP-SUBOUT3-ROWS TO GR-CAP-TL-COUNT.
073600     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
073700     MOVE "LONGEST STREAM ELAPSED TIME" TO GR-CAP-TM-TEXT.
073800     MOVE GR-CAP-LONGEST-SECS TO GR-CAP-FMT-SECS.
073900     PERFORM 8400-FORMAT-ELAPSED THRU 8400-EXIT.
074000     MOVE GR-CAP-FMT-TEXT TO GR-CAP-TM-TIME.
074100     MOVE GR-CAP-TIME-LINE TO GR-CAP-PRINT-RECORD.
074200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
074300     IF GR-CAP-NIGHT-COUNT NOT > GR-CAP-ROLL-NIGHTS
074400         MOVE "  (TOO FEW NIGHTS FOR A PERIOD GROWTH FIGURE)"
074500             TO GR-CAP-PRINT-RECORD
074600         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
074700         GO TO 4000-EXIT
074800     END-IF.
074900     MOVE GR-CAP-ROLL-NIGHTS TO GR-CAP-WIN-TO.
075000     PERFORM 3100-AVERAGE-WINDOW THRU 3100-EXIT.
075100     MOVE GR-CAP-AVG-SECS TO GR-CAP-FIRST-SECS.
075200     MOVE GR-CAP-AVG-ITERS TO GR-CAP-FIRST-ITERS.
075300     MOVE GR-CAP-NIGHT-COUNT TO GR-CAP-WIN-TO.
075400     PERFORM 3100-AVERAGE-WINDOW THRU 3100-EXIT.
075500     IF GR-CAP-FIRST-SECS > ZERO
075600         COMPUTE GR-CAP-GROWTH-PCT ROUNDED =
075700             (GR-CAP-AVG-SECS - GR-CAP-FIRST-SECS) * 100
075800             / GR-CAP-FIRST-SECS
075900         MOVE "PERIOD GROWTH IN STREAM ELAPSED TIME"
076000             TO GR-CAP-PC-TEXT
076100         PERFORM 4200-PRINT-PCT-LINE THRU 4200-EXIT
076200     END-IF.
076300     IF GR-CAP-FIRST-ITERS > ZERO
076400         COMPUTE GR-CAP-GROWTH-PCT ROUNDED =
076500             (GR-CAP-AVG-ITERS - GR-CAP-FIRST-ITERS) * 100
076600             / GR-CAP-FIRST-ITERS
076700         MOVE "PERIOD GROWTH IN ITERATIONS" TO GR-CAP-PC-TEXT
076800         PERFORM 4200-PRINT-PCT-LINE THRU 4200-EXIT
076900     END-IF.
077000 4000-EXIT.
077100     EXIT.
077200*
077300 4100-PRINT-TOTAL-LINE.
077400     MOVE GR-CAP-TOTAL-LINE TO GR-CAP-PRINT-RECORD.
077500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
077600 4100-EXIT.
077700     EXIT.
077800*
077900 4200-PRINT-PCT-LINE.
078000     IF GR-CAP-GROWTH-PCT > 99999
078100         MOVE 99999 TO GR-CAP-GROWTH-PCT
078200     END-IF.
078300     MOVE GR-CAP-GROWTH-PCT TO GR-CAP-PC-PCT.
078400     MOVE GR-CAP-PCT-LINE TO GR-CAP-PRINT-RECORD.
078500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
078600 4200-EXIT.
078700     EXIT.
078800*
078900******************************************************************
079000*    8000-WRITE-REPORT-LINE                                     *
079100*    COMMON PRINT ROUTINE, AS IN GRHSTRPT - A FRESH PAGE WITH    *
079200*    HEADING AND COLUMN HEADINGS ONCE THE PAGE DEPTH IS REACHED, *
079300*    WITH THE CALLER'S LINE SAVED AROUND THE HEADING WRITES.     *
079400******************************************************************
079500 8000-WRITE-REPORT-LINE.
079600     IF GR-CAP-LINE-COUNT NOT < GR-CAP-PAGE-LIMIT
079700         MOVE GR-CAP-PRINT-RECORD TO GR-CAP-SAVE-LINE
079800         PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT
079900         WRITE GR-CAP-PRINT-RECORD FROM GR-CAP-COLHEAD-LINE-1
080000         WRITE GR-CAP-PRINT-RECORD FROM GR-CAP-COLHEAD-LINE-2
080100         ADD 2 TO GR-CAP-LINE-COUNT
080200         MOVE GR-CAP-SAVE-LINE TO GR-CAP-PRINT-RECORD
080300     END-IF.
080400     WRITE GR-CAP-PRINT-RECORD.
080500     ADD 1 TO GR-CAP-LINE-COUNT.
080600 8000-EXIT.
080700     EXIT.
080800*
080900 8100-WRITE-PAGE-HEADING.
081000     ADD 1 TO GR-CAP-PAGE-NO.
081100     MOVE GR-CAP-PAGE-NO TO GR-CAP-H1-PAGE.
081200     STRING GR-CAP-CURR-MM   "/"
081300            GR-CAP-CURR-DD   "/"
081400            GR-CAP-CURR-CCYY
081500         DELIMITED BY SIZE INTO GR-CAP-H1-DATE.
081600     STRING GR-CAP-CURR-HH   ":"
081700            GR-CAP-CURR-MN   ":"
081800            GR-CAP-CURR-SS
081900         DELIMITED BY SIZE INTO GR-CAP-H1-TIME.
082000     WRITE GR-CAP-PRINT-RECORD FROM GR-CAP-HEADING-LINE.
082100     MOVE 1 TO GR-CAP-LINE-COUNT.
082200 8100-EXIT.
082300     EXIT.
082400*
082500******************************************************************
082600*    8200/8300/8400 - EDIT A CCYYMMDD DATE AS MM/DD/CCYY, AN     *
082700*    HHMMSS TIME AS HH:MM:SS, AND A COUNT OF SECONDS AS AN       *
082800*    HH:MM:SS DURATION, INTO GR-CAP-FMT-TEXT.                    *
082900******************************************************************
083000 8200-FORMAT-DATE.
083100     MOVE SPACES TO GR-CAP-FMT-TEXT.
083200     STRING GR-CAP-FD-MM   "/"
083300            GR-CAP-FD-DD   "/"
083400            GR-CAP-FD-CCYY
083500         DELIMITED BY SIZE INTO GR-CAP-FMT-TEXT.
083600 8200-EXIT.
083700     EXIT.
083800*
083900 8300-FORMAT-TIME.
084000     MOVE SPACES TO GR-CAP-FMT-TEXT.
084100     STRING GR-CAP-FH-HH   ":"
084200            GR-CAP-FH-MN   ":"
084300            GR-CAP-FH-SS
084400         DELIMITED BY SIZE INTO GR-CAP-FMT-TEXT.
084500 8300-EXIT.
084600     EXIT.
084700*
084800 8400-FORMAT-ELAPSED.
084900     DIVIDE GR-CAP-FMT-SECS BY 3600
085000         GIVING GR-CAP-FMT-HOURS
085100         REMAINDER GR-CAP-FMT-SECS.
085200     IF GR-CAP-FMT-HOURS > 99
085300         MOVE 99 TO GR-CAP-FMT-HOURS
085400     END-IF.
085500     MOVE GR-CAP-FMT-HOURS TO GR-CAP-FH-HH.
085600     DIVIDE GR-CAP-FMT-SECS BY 60
085700         GIVING GR-CAP-FH-MN
085800         REMAINDER GR-CAP-FH-SS.
085900     PERFORM 8300-FORMAT-TIME THRU 8300-EXIT.
086000 8400-EXIT.
086100     EXIT.
086200*
086300 9000-TERMINATE.
086400     CLOSE RPT-FILE.
086500     IF GR-CAP-LAST-FLAGGED
086600         DISPLAY "GY9000W - LATEST NIGHT "
086700             GR-CAP-CURRENT-DATE-NUM
086800             " RAN CLOSE TO OR PAST THE BATCH WINDOW CUTOFF"
086900         IF 4 > RETURN-CODE
087000             MOVE 4 TO RETURN-CODE
087100         END-IF
087200     END-IF.
087300     DISPLAY "GY9000I - CAPACITY TREND REPORT COMPLETE, "
087400         GR-CAP-NIGHT-COUNT " NIGHT(S) REPORTED".
087500 9000-EXIT.
087600     EXIT.
