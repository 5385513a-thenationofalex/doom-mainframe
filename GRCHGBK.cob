000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRCHGBK.
000300 AUTHOR.        A J MARSH.
000400 INSTALLATION.  DOOM MAINFRAME SYSTEMS - BATCH PRODUCTION.
000500 DATE-WRITTEN.  2026-09-14.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GRCHGBK                                                     *
001100*                                                                *
001200*    MONTHLY OPERATOR CHARGEBACK. PRICES EVERY COMPLETED GREET   *
001300*    REQUEST ON THE AUDIT TRAIL (GREETLOG.CPY) - THE ACTIVE      *
001400*    AUDITLOG PLUS THE AUDARCH ARCHIVE THE GRAUDARC MONTH-END    *
001500*    STEP MOVES OLDER ROWS TO - AT THE RATEFILE RATE IN FORCE    *
001600*    ON THE DAY IT RAN (GRRATE.CPY), AND:                        *
001700*                                                                *
001800*      - PRINTS ONE INVOICE PAGE PER OPERATOR ON CHGRPT WITH     *
001900*        MONTH-TO-DATE AND YEAR-TO-DATE QUANTITIES AND CHARGES   *
002000*      - PRINTS A CLOSING PAGE OF GRAND TOTALS, THE RATE CARD    *
002100*        IN EFFECT AND THE INPUT RECORD TALLIES                  *
002200*      - WRITES ONE FIXED-FORMAT BILLING RECORD PER OPERATOR     *
002300*        (GRBILL.CPY) TO BILLEXT FOR THE FINANCE LEDGER LOAD     *
002400*                                                                *
002500*    THE BILLING MONTH IS THE MONTH OF THE RUNCTL BUSINESS DATE  *
002600*    UNLESS THE OPTIONAL //CBPARM CARD (GRCBPARM.CPY) NAMES      *
002700*    ANOTHER. A REQUEST IS BILLED TO THE OPERATOR IN GL-RUN-ID;  *
002800*    ROWS WRITTEN BEFORE GL-RUN-ID EXISTED BILL TO *UNKNOWN.     *
002900*    FAILED RUNS ARE COUNTED ON THE INVOICE BUT NOT CHARGED -    *
003000*    THE RERUN THAT COMPLETES THE REQUEST IS WHAT IS BILLED.     *
003100*    A ROW DATED BEFORE THE EARLIEST RATE CARD IS COUNTED AS     *
003200*    UNRATED AND THE STEP ENDS RC 4 SO FINANCE CAN BE TOLD.      *
003300*                                                                *
003400*    MODIFICATION HISTORY                                       *
003500*    ----------------------                                     *
003600*    2026-09-14  AJM  INITIAL VERSION.                          *
003700*                                                                *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITLOG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS GR-CHG-AUDIT-STATUS.
004800     SELECT OPTIONAL ARCH-FILE ASSIGN TO "AUDARCH"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS GR-CHG-ARCH-STATUS.
005100     SELECT OPTIONAL RATE-FILE ASSIGN TO "RATEFILE"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS GR-CHG-RATE-STATUS.
005400     SELECT OPTIONAL CB-PARM-FILE ASSIGN TO "CBPARM"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS GR-CHG-PARM-STATUS.
005700     SELECT OPTIONAL RCTL-FILE ASSIGN TO "RUNCTL"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS GR-CHG-RCTL-STATUS.
006000     SELECT RPT-FILE ASSIGN TO "CHGRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS GR-CHG-RPT-STATUS.
006300     SELECT BILL-FILE ASSIGN TO "BILLEXT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS GR-CHG-BILL-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  AUDIT-FILE
006900     RECORDING MODE IS F.
007000 01  GR-AUDIT-RECORD.
007100     COPY GREETLOG.
007200 FD  ARCH-FILE
007300     RECORDING MODE IS F.
007400 01  GR-CHG-ARCH-RECORD          PIC X(80).
007500 FD  RATE-FILE
007600     RECORDING MODE IS F.
007700 01  GR-RTE-RECORD.
007800     COPY GRRATE.
007900 FD  CB-PARM-FILE
008000     RECORDING MODE IS F.
008100 01  GR-CBP-RECORD.
008200     COPY GRCBPARM.
008300 FD  RCTL-FILE
008400     RECORDING MODE IS F.
008500 01  GR-RCT-RECORD.
008600     COPY GRRNCTL.
008700 FD  RPT-FILE
008800     RECORDING MODE IS F.
008900 01  GR-CHG-PRINT-RECORD         PIC X(133).
009000 FD  BILL-FILE
009100     RECORDING MODE IS F.
009200 01  GR-BIL-RECORD.
009300     COPY GRBILL.
009400 WORKING-STORAGE SECTION.
009500 77  GR-CHG-AUDIT-STATUS         PIC X(02) VALUE "00".
009600 77  GR-CHG-ARCH-STATUS          PIC X(02) VALUE "00".
009700 77  GR-CHG-RATE-STATUS          PIC X(02) VALUE "00".
009800 77  GR-CHG-PARM-STATUS          PIC X(02) VALUE "00".
009900 77  GR-CHG-RCTL-STATUS          PIC X(02) VALUE "00".
010000 77  GR-CHG-RPT-STATUS           PIC X(02) VALUE "00".
010100 77  GR-CHG-BILL-STATUS          PIC X(02) VALUE "00".
010200 77  GR-CHG-FOUND-SW             PIC X(01) VALUE "N".
010300     88  GR-CHG-FOUND            VALUE "Y".
010400 77  GR-CHG-ROWS-READ            PIC 9(07) COMP VALUE ZERO.
010500 77  GR-CHG-ROWS-ARCHIVED        PIC 9(07) COMP VALUE ZERO.
010600 77  GR-CHG-ROWS-BAD             PIC 9(07) COMP VALUE ZERO.
010700 77  GR-CHG-ROWS-OUT-PERIOD      PIC 9(07) COMP VALUE ZERO.
010800 77  GR-CHG-ROWS-UNRATED         PIC 9(07) COMP VALUE ZERO.
010900 77  GR-CHG-ROWS-DROPPED         PIC 9(07) COMP VALUE ZERO.
011000 77  GR-CHG-BILL-WRITTEN         PIC 9(07) COMP VALUE ZERO.
011100 77  GR-CHG-RATE-MAX             PIC 9(04) COMP VALUE 0020.
011200 77  GR-CHG-RATE-COUNT           PIC 9(04) COMP VALUE ZERO.
011300 77  GR-CHG-RATE-HIT             PIC 9(04) COMP VALUE ZERO.
011400 77  GR-CHG-OP-MAX               PIC 9(04) COMP VALUE 0200.
011500 77  GR-CHG-OP-COUNT             PIC 9(04) COMP VALUE ZERO.
011600 77  GR-CHG-SUB                  PIC 9(04) COMP VALUE ZERO.
011700 77  GR-CHG-HIT                  PIC 9(04) COMP VALUE ZERO.
011800 77  GR-CHG-MOVE                 PIC 9(04) COMP VALUE ZERO.
011900 77  GR-CHG-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
012000 77  GR-CHG-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
012100 77  GR-CHG-PAGE-LIMIT           PIC 9(03) COMP VALUE 055.
012200 77  GR-CHG-WORK-ID              PIC X(08) VALUE SPACES.
012300 77  GR-CHG-WORK-DATE            PIC 9(08) VALUE ZERO.
012400 77  GR-CHG-BILL-MONTH           PIC 9(06) VALUE ZERO.
012500 77  GR-CHG-BILL-YEAR            PIC 9(04) VALUE ZERO.
012600 77  GR-CHG-MONTH-END-DATE       PIC 9(08) VALUE ZERO.
012700 77  GR-CHG-ROW-MTD-SW           PIC X(01) VALUE "N".
012800     88  GR-CHG-ROW-MTD          VALUE "Y".
012900 77  GR-CHG-ROW-REQ-AMT          PIC 9(05)V99 VALUE ZERO.
013000 77  GR-CHG-ROW-ITER-AMT         PIC 9(07)V99 VALUE ZERO.
013100 77  GR-CHG-ROW-HIGH-AMT         PIC 9(05)V99 VALUE ZERO.
013200 01  GR-CHG-CURRENT-DATE.
013300     05  GR-CHG-CURR-CCYY        PIC 9(04).
013400     05  GR-CHG-CURR-MM          PIC 9(02).
013500     05  GR-CHG-CURR-DD          PIC 9(02).
013600 01  GR-CHG-CURRENT-DATE-NUM REDEFINES GR-CHG-CURRENT-DATE
013700                                 PIC 9(08).
013800 01  GR-CHG-CURRENT-TIME.
013900     05  GR-CHG-CURR-HH          PIC 9(02).
014000     05  GR-CHG-CURR-MN          PIC 9(02).
014100     05  GR-CHG-CURR-SS          PIC 9(02).
014200     05  GR-CHG-CURR-HS          PIC 9(02).
014300 01  GR-CHG-REC-MONTH-GRP.
014400     05  GR-CHG-REC-CCYY         PIC 9(04).
014500     05  GR-CHG-REC-MM           PIC 9(02).
014600 01  GR-CHG-REC-MONTH-NUM REDEFINES GR-CHG-REC-MONTH-GRP
014700                                 PIC 9(06).
014800 01  GR-CHG-RATE-TABLE.
014900     05  GR-CHG-RATE-ENTRY OCCURS 20 TIMES.
015000         10  GR-CHG-RT-EFF-DATE  PIC 9(08).
015100         10  GR-CHG-RT-REQUEST   PIC 9(05)V99.
015200         10  GR-CHG-RT-ITER      PIC 9(03)V9(04).
015300         10  GR-CHG-RT-HIGH      PIC 9(05)V99.
015400*
015500*    ONE ENTRY PER OPERATOR, KEPT IN OPERATOR-ID ORDER AS IT IS
015600*    BUILT SO THE INVOICES AND THE EXTRACT COME OUT SORTED.
015700*    GR-CHG-INV-WORK AND GR-CHG-GRAND-TOTALS HAVE THE SAME SHAPE
015800*    AS GR-CHG-OP-FIGURES SO ONE PRINT ROUTINE SERVES BOTH AN
015900*    OPERATOR'S INVOICE AND THE CLOSING TOTALS PAGE.
016000*
016100 01  GR-CHG-OP-TABLE.
016200     05  GR-CHG-OP-ENTRY OCCURS 200 TIMES.
016300         10  GR-CHG-OP-ID        PIC X(08).
016400         10  GR-CHG-OP-FIGURES.
016500             15  GR-CHG-OP-MTD-REQS      PIC 9(07) COMP.
016600             15  GR-CHG-OP-MTD-ITERS     PIC 9(09) COMP.
016700             15  GR-CHG-OP-MTD-HIGH      PIC 9(07) COMP.
016800             15  GR-CHG-OP-MTD-FAIL      PIC 9(07) COMP.
016900             15  GR-CHG-OP-MTD-REQ-AMT   PIC 9(09)V99.
017000             15  GR-CHG-OP-MTD-ITER-AMT  PIC 9(09)V99.
017100             15  GR-CHG-OP-MTD-HIGH-AMT  PIC 9(09)V99.
017200             15  GR-CHG-OP-YTD-REQS      PIC 9(07) COMP.
017300             15  GR-CHG-OP-YTD-ITERS     PIC 9(09) COMP.
017400             15  GR-CHG-OP-YTD-HIGH      PIC 9(07) COMP.
017500             15  GR-CHG-OP-YTD-FAIL      PIC 9(07) COMP.
017600             15  GR-CHG-OP-YTD-REQ-AMT   PIC 9(09)V99.
017700             15  GR-CHG-OP-YTD-ITER-AMT  PIC 9(09)V99.
017800             15  GR-CHG-OP-YTD-HIGH-AMT  PIC 9(09)V99.
017900 01  GR-CHG-INV-WORK.
018000     05  GR-CHG-IW-MTD-REQS      PIC 9(07) COMP.
018100     05  GR-CHG-IW-MTD-ITERS     PIC 9(09) COMP.
018200     05  GR-CHG-IW-MTD-HIGH      PIC 9(07) COMP.
018300     05  GR-CHG-IW-MTD-FAIL      PIC 9(07) COMP.
018400     05  GR-CHG-IW-MTD-REQ-AMT   PIC 9(09)V99.
018500     05  GR-CHG-IW-MTD-ITER-AMT  PIC 9(09)V99.
018600     05  GR-CHG-IW-MTD-HIGH-AMT  PIC 9(09)V99.
018700     05  GR-CHG-IW-YTD-REQS      PIC 9(07) COMP.
018800     05  GR-CHG-IW-YTD-ITERS     PIC 9(09) COMP.
018900     05  GR-CHG-IW-YTD-HIGH      PIC 9(07) COMP.
019000     05  GR-CHG-IW-YTD-FAIL      PIC 9(07) COMP.
019100     05  GR-CHG-IW-YTD-REQ-AMT   PIC 9(09)V99.
019200     05  GR-CHG-IW-YTD-ITER-AMT  PIC 9(09)V99.
019300     05  GR-CHG-IW-YTD-HIGH-AMT  PIC 9(09)V99.
019400 01  GR-CHG-GRAND-TOTALS.
019500     05  GR-CHG-GT-MTD-REQS      PIC 9(07) COMP VALUE ZERO.
019600     05  GR-CHG-GT-MTD-ITERS     PIC 9(09) COMP VALUE ZERO.
019700     05  GR-CHG-GT-MTD-HIGH      PIC 9(07) COMP VALUE ZERO.
019800     05  GR-CHG-GT-MTD-FAIL      PIC 9(07) COMP VALUE ZERO.
019900     05  GR-CHG-GT-MTD-REQ-AMT   PIC 9(09)V99 VALUE ZERO.
020000     05  GR-CHG-GT-MTD-ITER-AMT  PIC 9(09)V99 VALUE ZERO.
020100     05  GR-CHG-GT-MTD-HIGH-AMT  PIC 9(09)V99 VALUE ZERO.
020200     05  GR-CHG-GT-YTD-REQS      PIC 9(07) COMP VALUE ZERO.
020300     05  GR-CHG-GT-YTD-ITERS     PIC 9(09) COMP VALUE ZERO.
020400     05  GR-CHG-GT-YTD-HIGH      PIC 9(07) COMP VALUE ZERO.
020500     05  GR-CHG-GT-YTD-FAIL      PIC 9(07) COMP VALUE ZERO.
020600     05  GR-CHG-GT-YTD-REQ-AMT   PIC 9(09)V99 VALUE ZERO.
020700     05  GR-CHG-GT-YTD-ITER-AMT  PIC 9(09)V99 VALUE ZERO.
020800     05  GR-CHG-GT-YTD-HIGH-AMT  PIC 9(09)V99 VALUE ZERO.
020900 77  GR-CHG-MTD-TOTAL-AMT        PIC 9(09)V99 VALUE ZERO.
021000 77  GR-CHG-YTD-TOTAL-AMT        PIC 9(09)V99 VALUE ZERO.
021100*
021200 01  GR-CHG-HEADING-LINE.
021300     05  GR-CHG-H1-CTL           PIC X(01) VALUE "1".
021400     05  FILLER                  PIC X(01) VALUE SPACE.
021500     05  FILLER                  PIC X(45) VALUE
021600         "DOOM MAINFRAME GREET - OPERATOR CHARGEBACK   ".
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
021900     05  GR-CHG-H1-DATE          PIC X(10).
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  FILLER                  PIC X(09) VALUE "RUN TIME ".
022200     05  GR-CHG-H1-TIME          PIC X(08).
022300     05  FILLER                  PIC X(02) VALUE SPACES.
022400     05  FILLER                  PIC X(05) VALUE "PAGE ".
022500     05  GR-CHG-H1-PAGE          PIC ZZZ9.
022600     05  FILLER                  PIC X(35) VALUE SPACES.
022700 01  GR-CHG-BLANK-LINE.
022800     05  GR-CHG-BL-CTL           PIC X(01) VALUE SPACE.
022900     05  FILLER                  PIC X(132) VALUE SPACES.
023000 01  GR-CHG-INVHEAD-LINE.
023100     05  GR-CHG-IH-CTL           PIC X(01) VALUE SPACE.
023200     05  FILLER                  PIC X(01) VALUE SPACE.
023300     05  GR-CHG-IH-CAPTION       PIC X(22).
023400     05  GR-CHG-IH-OPERATOR      PIC X(08).
023500     05  FILLER                  PIC X(04) VALUE SPACES.
023600     05  FILLER                  PIC X(15) VALUE
023700         "BILLING MONTH: ".
023800     05  GR-CHG-IH-MONTH         PIC 9(06).
023900     05  FILLER                  PIC X(04) VALUE SPACES.
024000     05  FILLER                  PIC X(14) VALUE
024100         "YEAR TO DATE: ".
024200     05  GR-CHG-IH-YEAR          PIC 9(04).
024300     05  FILLER                  PIC X(54) VALUE SPACES.
024400 01  GR-CHG-COLHEAD-LINE.
024500     05  GR-CHG-CH-CTL           PIC X(01) VALUE SPACE.
024600     05  FILLER                  PIC X(01) VALUE SPACE.
024700     05  FILLER                  PIC X(28) VALUE "CHARGE".
024800     05  FILLER                  PIC X(02) VALUE SPACES.
024900     05  FILLER                  PIC X(11) VALUE "    MTD QTY".
025000     05  FILLER                  PIC X(03) VALUE SPACES.
025100     05  FILLER                  PIC X(14) VALUE
025200         "    MTD AMOUNT".
025300     05  FILLER                  PIC X(06) VALUE SPACES.
025400     05  FILLER                  PIC X(11) VALUE "    YTD QTY".
025500     05  FILLER                  PIC X(03) VALUE SPACES.
025600     05  FILLER                  PIC X(14) VALUE
025700         "    YTD AMOUNT".
025800     05  FILLER                  PIC X(39) VALUE SPACES.
025900 01  GR-CHG-CHARGE-LINE.
026000     05  GR-CHG-CL-CTL           PIC X(01) VALUE SPACE.
026100     05  FILLER                  PIC X(01) VALUE SPACE.
026200     05  GR-CHG-CL-LABEL         PIC X(28).
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  GR-CHG-CL-MTD-QTY       PIC ZZZ,ZZZ,ZZ9.
026500     05  FILLER                  PIC X(03) VALUE SPACES.
026600     05  GR-CHG-CL-MTD-AMT       PIC ZZZ,ZZZ,ZZ9.99.
026700     05  FILLER                  PIC X(06) VALUE SPACES.
026800     05  GR-CHG-CL-YTD-QTY       PIC ZZZ,ZZZ,ZZ9.
026900     05  FILLER                  PIC X(03) VALUE SPACES.
027000     05  GR-CHG-CL-YTD-AMT       PIC ZZZ,ZZZ,ZZ9.99.
027100     05  FILLER                  PIC X(39) VALUE SPACES.
027200 01  GR-CHG-RATE-LINE.
027300     05  GR-CHG-RL-CTL           PIC X(01) VALUE SPACE.
027400     05  FILLER                  PIC X(01) VALUE SPACE.
027500     05  FILLER                  PIC X(16) VALUE
027600         "RATES EFFECTIVE ".
027700     05  GR-CHG-RL-EFF-DATE      PIC 9(08).
027800     05  FILLER                  PIC X(15) VALUE
027900         "  PER REQUEST: ".
028000     05  GR-CHG-RL-REQUEST       PIC ZZ,ZZ9.99.
028100     05  FILLER                  PIC X(17) VALUE
028200         "  PER ITERATION: ".
028300     05  GR-CHG-RL-ITER          PIC ZZ9.9999.
028400     05  FILLER                  PIC X(18) VALUE
028500         "  HIGH SURCHARGE: ".
028600     05  GR-CHG-RL-HIGH          PIC ZZ,ZZ9.99.
028700     05  FILLER                  PIC X(32) VALUE SPACES.
028800 01  GR-CHG-TALLY-LINE.
028900     05  GR-CHG-TL-CTL           PIC X(01) VALUE SPACE.
029000     05  FILLER                  PIC X(01) VALUE SPACE.
029100     05  GR-CHG-TL-TEXT          PIC X(40).
029200     05  GR-CHG-TL-COUNT         PIC ZZZZZZ9.
029300     05  FILLER                  PIC X(84) VALUE SPACES.
029400*
029500 PROCEDURE DIVISION.
029600 0000-MAINLINE.
029700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029800     PERFORM 2000-READ-AUDIT-TRAIL THRU 2000-EXIT.
029900     PERFORM 3000-PRINT-INVOICES THRU 3000-EXIT.
030000     PERFORM 3500-PRINT-TOTALS-PAGE THRU 3500-EXIT.
030100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030200 9999-EXIT-PROGRAM.
030300     STOP RUN.
030400*
030500******************************************************************
030600*    1000-INITIALIZE                                            *
030700*    CAPTURES THE RUN DATE AND TIME, TAKES THE BUSINESS DATE     *
030800*    FROM RUNCTL, WORKS OUT THE BILLING MONTH, LOADS THE RATE    *
030900*    CARDS AND OPENS THE TWO OUTPUTS. WITHOUT A RATE CARD        *
031000*    NOTHING CAN BE PRICED, SO THE STEP STOPS RC 16 RATHER THAN  *
031100*    HAND FINANCE AN EXTRACT OF ZERO CHARGES.                    *
031200******************************************************************
031300 1000-INITIALIZE.
031400     ACCEPT GR-CHG-CURRENT-DATE FROM DATE YYYYMMDD.
031500     ACCEPT GR-CHG-CURRENT-TIME FROM TIME.
031600     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
031700     PERFORM 1200-READ-BILLING-CARD THRU 1200-EXIT.
031800     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
031900     IF GR-CHG-RATE-COUNT = ZERO
032000         DISPLAY "GI1000E - NO USABLE RATEFILE RECORD - NOTHING "
032100             "CAN BE BILLED"
032200         MOVE 16 TO RETURN-CODE
032300         GO TO 9999-EXIT-PROGRAM
032400     END-IF.
032500     OPEN OUTPUT RPT-FILE.
032600     IF GR-CHG-RPT-STATUS NOT = "00"
032700         DISPLAY "GI1000E - UNABLE TO OPEN CHGRPT, STATUS "
032800             GR-CHG-RPT-STATUS
032900         MOVE 16 TO RETURN-CODE
033000         GO TO 9999-EXIT-PROGRAM
033100     END-IF.
033200     OPEN OUTPUT BILL-FILE.
033300     IF GR-CHG-BILL-STATUS NOT = "00"
033400         DISPLAY "GI1000E - UNABLE TO OPEN BILLEXT, STATUS "
033500             GR-CHG-BILL-STATUS
033600         MOVE 16 TO RETURN-CODE
033700         CLOSE RPT-FILE
033800         GO TO 9999-EXIT-PROGRAM
033900     END-IF.
034000     MOVE ZERO TO GR-CHG-OP-COUNT.
034100 1000-EXIT.
034200     EXIT.
034300*
034400******************************************************************
034500*    1100-READ-RUN-CONTROL                                      *
034600*    WHEN THE RUNCTL RECORD THE GRRCTLU OPEN STEP MAINTAINS IS   *
034700*    PRESENT, ITS BUSINESS DATE BECOMES THE REPORT DATE AND      *
034800*    FIXES THE DEFAULT BILLING MONTH.                            *
034900******************************************************************
035000 1100-READ-RUN-CONTROL.
035100     OPEN INPUT RCTL-FILE.
035200     IF GR-CHG-RCTL-STATUS <> "00"
035300         GO TO 1100-EXIT
035400     END-IF.
035500     READ RCTL-FILE
035600         AT END
035700             GO TO 1100-EXIT
035800     END-READ.
035900     IF GR-RCT-BUS-DATE IS NUMERIC AND GR-RCT-BUS-DATE > ZERO
036000         MOVE GR-RCT-BUS-DATE TO GR-CHG-CURRENT-DATE
036100     END-IF.
036200 1100-EXIT.
036300     IF GR-CHG-RCTL-STATUS = "00" OR GR-CHG-RCTL-STATUS = "10"
036400         CLOSE RCTL-FILE
036500     END-IF.
036600     EXIT.
036700*
036800******************************************************************
036900*    1200-READ-BILLING-CARD                                     *
037000*    THE BILLING MONTH DEFAULTS TO THE MONTH OF THE BUSINESS     *
037100*    DATE. A //CBPARM CARD WITH A VALID CCYYMM OVERRIDES IT SO   *
037200*    A CLOSED MONTH CAN BE BILLED AFTER THE DATE HAS ROLLED ON.  *
037300*    THE YEAR TO DATE ALWAYS RUNS FROM 1 JANUARY OF THE BILLING  *
037400*    YEAR TO THE END OF THE BILLING MONTH.                       *
037500******************************************************************
037600 1200-READ-BILLING-CARD.
037700     COMPUTE GR-CHG-BILL-MONTH =
037800         (GR-CHG-CURR-CCYY * 100) + GR-CHG-CURR-MM.
037900     OPEN INPUT CB-PARM-FILE.
038000     IF GR-CHG-PARM-STATUS = "00"
038100         READ CB-PARM-FILE
038200             AT END
038300                 CONTINUE
038400         END-READ
038500         IF GR-CHG-PARM-STATUS = "00"
038600             IF GR-CBP-BILL-MONTH IS NUMERIC
038700                     AND GR-CBP-BILL-MONTH(5:2) > "00"
038800                     AND GR-CBP-BILL-MONTH(5:2) < "13"
038900                 MOVE GR-CBP-BILL-MONTH TO GR-CHG-BILL-MONTH
039000             ELSE
039100                 DISPLAY "GI1200W - CBPARM BILLING MONTH "
039200                     GR-CBP-RECORD(1:6) " INVALID - BILLING "
039300                     GR-CHG-BILL-MONTH
039400                 IF 4 > RETURN-CODE
039500                     MOVE 4 TO RETURN-CODE
039600                 END-IF
039700             END-IF
039800         END-IF
039900         CLOSE CB-PARM-FILE
040000     END-IF.
040100     MOVE GR-CHG-BILL-MONTH TO GR-CHG-REC-MONTH-NUM.
040200     MOVE GR-CHG-REC-CCYY TO GR-CHG-BILL-YEAR.
040300     COMPUTE GR-CHG-MONTH-END-DATE =
040310         (GR-CHG-BILL-MONTH * 100) + 31.
040400     DISPLAY "GI1200I - BILLING MONTH " GR-CHG-BILL-MONTH
040500         ", YEAR TO DATE FROM " GR-CHG-BILL-YEAR "0101".
040600 1200-EXIT.
040700     EXIT.
040800*
040900******************************************************************
041000*    1300-LOAD-RATE-TABLE                                       *
041100*    LOADS EVERY RATEFILE CARD WITH A NUMERIC EFFECTIVE DATE AND *
041200*    NUMERIC RATES. THE CARDS NEED NOT BE IN DATE ORDER - 2300   *
041300*    PICKS THE LATEST ONE IN EFFECT FOR EACH AUDIT ROW.          *
041400******************************************************************
041500 1300-LOAD-RATE-TABLE.
041600     MOVE ZERO TO GR-CHG-RATE-COUNT.
041700     OPEN INPUT RATE-FILE.
041800     IF GR-CHG-RATE-STATUS <> "00"
041900         DISPLAY "GI1300E - RATEFILE NOT AVAILABLE, STATUS "
042000             GR-CHG-RATE-STATUS
042100         GO TO 1300-EXIT
042200     END-IF.
042300     PERFORM 1310-READ-RATE-CARD THRU 1310-EXIT
042400             UNTIL GR-CHG-RATE-STATUS = "10".
042500 1300-EXIT.
042600     IF GR-CHG-RATE-STATUS = "00" OR GR-CHG-RATE-STATUS = "10"
042700         CLOSE RATE-FILE
042800     END-IF.
042900     EXIT.
043000*
043100 1310-READ-RATE-CARD.
043200     READ RATE-FILE
043300         AT END
043400             MOVE "10" TO GR-CHG-RATE-STATUS
043500             GO TO 1310-EXIT
043600     END-READ.
043700     IF GR-CHG-RATE-STATUS NOT = "00"
043800         DISPLAY "GI1310E - RATEFILE READ ERROR, STATUS "
043900             GR-CHG-RATE-STATUS
044000         MOVE "10" TO GR-CHG-RATE-STATUS
044100         GO TO 1310-EXIT
044200     END-IF.
044300     IF GR-RTE-EFF-DATE IS NOT NUMERIC
044400         OR GR-RTE-REQUEST-CHARGE IS NOT NUMERIC
044500         OR GR-RTE-ITER-CHARGE IS NOT NUMERIC
044600         OR GR-RTE-HIGH-SURCHARGE IS NOT NUMERIC
044700         DISPLAY "GI1310W - RATEFILE CARD IGNORED, NOT NUMERIC: "
044800             GR-RTE-RECORD(1:29)
044900         IF 4 > RETURN-CODE
045000             MOVE 4 TO RETURN-CODE
045100         END-IF
045200         GO TO 1310-EXIT
045300     END-IF.
045400     IF GR-CHG-RATE-COUNT NOT < GR-CHG-RATE-MAX
045500         DISPLAY "GI1310W - MORE THAN " GR-CHG-RATE-MAX
045600             " RATE CARDS - CARD FOR " GR-RTE-EFF-DATE " IGNORED"
045700         IF 4 > RETURN-CODE
045800             MOVE 4 TO RETURN-CODE
045900         END-IF
046000         GO TO 1310-EXIT
046100     END-IF.
046200     ADD 1 TO GR-CHG-RATE-COUNT.
046300     MOVE GR-RTE-EFF-DATE
046310         TO GR-CHG-RT-EFF-DATE(GR-CHG-RATE-COUNT).
046400     MOVE GR-RTE-REQUEST-CHARGE
046500         TO GR-CHG-RT-REQUEST(GR-CHG-RATE-COUNT).
046600     MOVE GR-RTE-ITER-CHARGE TO GR-CHG-RT-ITER(GR-CHG-RATE-COUNT).
046700     MOVE GR-RTE-HIGH-SURCHARGE
046800         TO GR-CHG-RT-HIGH(GR-CHG-RATE-COUNT).
046900 1310-EXIT.
047000     EXIT.
047100*
047200******************************************************************
047300*    2000-READ-AUDIT-TRAIL                                      *
047400*    PRICES THE ACTIVE AUDITLOG AND THEN THE AUDARCH ARCHIVE.    *
047500*    THE TWO NEVER HOLD THE SAME ROW ONCE AUDITNEW HAS REPLACED  *
047600*    THE ACTIVE LOG AFTER A CLEAN GRAUDARC RUN, SO EARLIER       *
047700*    MONTHS OF THE YEAR STILL BILL AFTER THEY HAVE BEEN          *
047800*    ARCHIVED. EITHER FILE MAY BE ABSENT.                        *
047900******************************************************************
048000 2000-READ-AUDIT-TRAIL.
048100     OPEN INPUT AUDIT-FILE.
048200     IF GR-CHG-AUDIT-STATUS = "00"
048300         PERFORM 2010-READ-ACTIVE-ROW THRU 2010-EXIT
048400                 UNTIL GR-CHG-AUDIT-STATUS = "10"
048500         CLOSE AUDIT-FILE
048600     ELSE
048700         DISPLAY "GI2000W - AUDITLOG NOT AVAILABLE, STATUS "
048800             GR-CHG-AUDIT-STATUS
048900     END-IF.
049000     OPEN INPUT ARCH-FILE.
049100     IF GR-CHG-ARCH-STATUS = "00"
049200         PERFORM 2020-READ-ARCHIVE-ROW THRU 2020-EXIT
049300                 UNTIL GR-CHG-ARCH-STATUS = "10"
049400         CLOSE ARCH-FILE
049500     END-IF.
049600 2000-EXIT.
049700     EXIT.
049800*
049900 2010-READ-ACTIVE-ROW.
050000     READ AUDIT-FILE
050100         AT END
050200             MOVE "10" TO GR-CHG-AUDIT-STATUS
050300             GO TO 2010-EXIT
050400     END-READ.
050500     IF GR-CHG-AUDIT-STATUS NOT = "00"
050600         DISPLAY "GI2010E - AUDITLOG READ ERROR, STATUS "
050700             GR-CHG-AUDIT-STATUS
050800         MOVE "10" TO GR-CHG-AUDIT-STATUS
050900         MOVE 8 TO RETURN-CODE
051000         GO TO 2010-EXIT
051100     END-IF.
051200     ADD 1 TO GR-CHG-ROWS-READ.
051300     PERFORM 2100-POST-AUDIT-ROW THRU 2100-EXIT.
051400 2010-EXIT.
051500     EXIT.
051600*
051700 2020-READ-ARCHIVE-ROW.
051800     READ ARCH-FILE
051900         AT END
052000             MOVE "10" TO GR-CHG-ARCH-STATUS
052100             GO TO 2020-EXIT
052200     END-READ.
052300     IF GR-CHG-ARCH-STATUS NOT = "00"
052400         DISPLAY "GI2020E - AUDARCH READ ERROR, STATUS "
052500             GR-CHG-ARCH-STATUS
052600         MOVE "10" TO GR-CHG-ARCH-STATUS
052700         MOVE 8 TO RETURN-CODE
052800         GO TO 2020-EXIT
052900     END-IF.
053000     ADD 1 TO GR-CHG-ROWS-ARCHIVED.
053100     MOVE GR-CHG-ARCH-RECORD TO GR-AUDIT-RECORD.
053200     PERFORM 2100-POST-AUDIT-ROW THRU 2100-EXIT.
053300 2020-EXIT.
053400     EXIT.
053500*
053600******************************************************************
053700*    2100-POST-AUDIT-ROW                                        *
053800*    PRICES ONE AUDIT ROW AND POSTS IT TO ITS OPERATOR. ROWS     *
053900*    OUTSIDE THE BILLING YEAR OR AFTER THE BILLING MONTH ARE     *
054000*    COUNTED AND PASSED OVER; A FAILED RUN ONLY ADDS TO THE      *
054100*    FAILED-RUN COUNT. ROWS FROM BEFORE GL-PRIORITY EXISTED      *
054200*    CARRY A SPACE THERE AND ARE PRICED AS NORMAL PRIORITY.      *
054300******************************************************************
054400 2100-POST-AUDIT-ROW.
054500     IF GL-RUN-DATE IS NOT NUMERIC
054600         OR GL-ITER-COUNT IS NOT NUMERIC
054700         ADD 1 TO GR-CHG-ROWS-BAD
054800         GO TO 2100-EXIT
054900     END-IF.
055000     MOVE GL-RUN-DATE(1:6) TO GR-CHG-REC-MONTH-GRP.
055100     IF GR-CHG-REC-CCYY NOT = GR-CHG-BILL-YEAR
055200         OR GR-CHG-REC-MONTH-NUM > GR-CHG-BILL-MONTH
055300         ADD 1 TO GR-CHG-ROWS-OUT-PERIOD
055400         GO TO 2100-EXIT
055500     END-IF.
055600     IF GR-CHG-REC-MONTH-NUM = GR-CHG-BILL-MONTH
055700         SET GR-CHG-ROW-MTD TO TRUE
055800     ELSE
055900         MOVE "N" TO GR-CHG-ROW-MTD-SW
056000     END-IF.
056100     IF GL-RUN-ID = SPACES
056200         MOVE "*UNKNOWN" TO GR-CHG-WORK-ID
056300     ELSE
056400         MOVE GL-RUN-ID TO GR-CHG-WORK-ID
056500     END-IF.
056600     IF NOT GL-STATUS-COMPLETED
056700         PERFORM 2200-FIND-OR-ADD-OPERATOR THRU 2200-EXIT
056800         IF GR-CHG-HIT = ZERO
056900             GO TO 2100-EXIT
057000         END-IF
057100         ADD 1 TO GR-CHG-OP-YTD-FAIL(GR-CHG-HIT)
057200         IF GR-CHG-ROW-MTD
057300             ADD 1 TO GR-CHG-OP-MTD-FAIL(GR-CHG-HIT)
057400         END-IF
057500         GO TO 2100-EXIT
057600     END-IF.
057700     MOVE GL-RUN-DATE TO GR-CHG-WORK-DATE.
057800     PERFORM 2300-FIND-RATE-IN-EFFECT THRU 2300-EXIT.
057900     IF GR-CHG-RATE-HIT = ZERO
058000         ADD 1 TO GR-CHG-ROWS-UNRATED
058100         GO TO 2100-EXIT
058200     END-IF.
058300     PERFORM 2200-FIND-OR-ADD-OPERATOR THRU 2200-EXIT.
058400     IF GR-CHG-HIT = ZERO
058500         GO TO 2100-EXIT
058600     END-IF.
058700     MOVE GR-CHG-RT-REQUEST(GR-CHG-RATE-HIT)
058710         TO GR-CHG-ROW-REQ-AMT.
058800     COMPUTE GR-CHG-ROW-ITER-AMT ROUNDED =
058900         GL-ITER-COUNT * GR-CHG-RT-ITER(GR-CHG-RATE-HIT).
059000     IF GL-HIGH-PRIORITY
059100         MOVE GR-CHG-RT-HIGH(GR-CHG-RATE-HIT)
059200             TO GR-CHG-ROW-HIGH-AMT
059300         ADD 1 TO GR-CHG-OP-YTD-HIGH(GR-CHG-HIT)
059400     ELSE
059500         MOVE ZERO TO GR-CHG-ROW-HIGH-AMT
059600     END-IF.
059700     ADD 1 TO GR-CHG-OP-YTD-REQS(GR-CHG-HIT).
059800     ADD GL-ITER-COUNT TO GR-CHG-OP-YTD-ITERS(GR-CHG-HIT).
059900     ADD GR-CHG-ROW-REQ-AMT TO GR-CHG-OP-YTD-REQ-AMT(GR-CHG-HIT).
060000     ADD GR-CHG-ROW-ITER-AMT
060010         TO GR-CHG-OP-YTD-ITER-AMT(GR-CHG-HIT).
060100     ADD GR-CHG-ROW-HIGH-AMT
060110         TO GR-CHG-OP-YTD-HIGH-AMT(GR-CHG-HIT).
060200     IF NOT GR-CHG-ROW-MTD
060300         GO TO 2100-EXIT
060400     END-IF.
060500     IF GL-HIGH-PRIORITY
060600         ADD 1 TO GR-CHG-OP-MTD-HIGH(GR-CHG-HIT)
060700     END-IF.
060800     ADD 1 TO GR-CHG-OP-MTD-REQS(GR-CHG-HIT).
060900     ADD GL-ITER-COUNT TO GR-CHG-OP-MTD-ITERS(GR-CHG-HIT).
061000     ADD GR-CHG-ROW-REQ-AMT TO GR-CHG-OP-MTD-REQ-AMT(GR-CHG-HIT).
061100     ADD GR-CHG-ROW-ITER-AMT
061110         TO GR-CHG-OP-MTD-ITER-AMT(GR-CHG-HIT).
061200     ADD GR-CHG-ROW-HIGH-AMT
061210         TO GR-CHG-OP-MTD-HIGH-AMT(GR-CHG-HIT).
061300 2100-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700*    2200-FIND-OR-ADD-OPERATOR                                  *
061800*    FINDS GR-CHG-WORK-ID IN THE OPERATOR TABLE, OR INSERTS IT   *
061900*    IN OPERATOR-ID ORDER. LEAVES GR-CHG-HIT ZERO - AND COUNTS   *
062000*    THE ROW AS DROPPED - WHEN THE TABLE IS FULL.                *
062100******************************************************************
062200 2200-FIND-OR-ADD-OPERATOR.
062300     MOVE "N" TO GR-CHG-FOUND-SW.
062400     MOVE ZERO TO GR-CHG-HIT.
062500     PERFORM 2210-CHECK-ONE-OPERATOR THRU 2210-EXIT
062600             VARYING GR-CHG-SUB FROM 1 BY 1
062700             UNTIL GR-CHG-SUB > GR-CHG-OP-COUNT
062800                 OR GR-CHG-FOUND.
062900     IF GR-CHG-FOUND
063000         IF GR-CHG-OP-ID(GR-CHG-HIT) = GR-CHG-WORK-ID
063100             GO TO 2200-EXIT
063200         END-IF
063300     ELSE
063400         COMPUTE GR-CHG-HIT = GR-CHG-OP-COUNT + 1
063500     END-IF.
063600     IF GR-CHG-OP-COUNT NOT < GR-CHG-OP-MAX
063700         ADD 1 TO GR-CHG-ROWS-DROPPED
063800         MOVE ZERO TO GR-CHG-HIT
063900         GO TO 2200-EXIT
064000     END-IF.
064100     PERFORM 2220-SHIFT-ONE-DOWN THRU 2220-EXIT
064200             VARYING GR-CHG-MOVE FROM GR-CHG-OP-COUNT BY -1
064300             UNTIL GR-CHG-MOVE < GR-CHG-HIT.
064400     ADD 1 TO GR-CHG-OP-COUNT.
064500     MOVE GR-CHG-WORK-ID TO GR-CHG-OP-ID(GR-CHG-HIT).
064600     MOVE ZERO TO GR-CHG-OP-MTD-REQS(GR-CHG-HIT)
064700                  GR-CHG-OP-MTD-ITERS(GR-CHG-HIT)
064800                  GR-CHG-OP-MTD-HIGH(GR-CHG-HIT)
064900                  GR-CHG-OP-MTD-FAIL(GR-CHG-HIT)
065000                  GR-CHG-OP-MTD-REQ-AMT(GR-CHG-HIT)
065100                  GR-CHG-OP-MTD-ITER-AMT(GR-CHG-HIT)
065200                  GR-CHG-OP-MTD-HIGH-AMT(GR-CHG-HIT)
065300                  GR-CHG-OP-YTD-REQS(GR-CHG-HIT)
065400                  GR-CHG-OP-YTD-ITERS(GR-CHG-HIT)
065500                  GR-CHG-OP-YTD-HIGH(GR-CHG-HIT)
065600                  GR-CHG-OP-YTD-FAIL(GR-CHG-HIT)
065700                  GR-CHG-OP-YTD-REQ-AMT(GR-CHG-HIT)
065800                  GR-CHG-OP-YTD-ITER-AMT(GR-CHG-HIT)
065900                  GR-CHG-OP-YTD-HIGH-AMT(GR-CHG-HIT).
066000 2200-EXIT.
066100     EXIT.
066200*
066300 2210-CHECK-ONE-OPERATOR.
066400     IF GR-CHG-OP-ID(GR-CHG-SUB) NOT < GR-CHG-WORK-ID
066500         SET GR-CHG-FOUND TO TRUE
066600         MOVE GR-CHG-SUB TO GR-CHG-HIT
066700     END-IF.
066800 2210-EXIT.
066900     EXIT.
067000*
067100 2220-SHIFT-ONE-DOWN.
067200     MOVE GR-CHG-OP-ENTRY(GR-CHG-MOVE)
067300         TO GR-CHG-OP-ENTRY(GR-CHG-MOVE + 1).
067400 2220-EXIT.
067500     EXIT.
067600*
067700******************************************************************
067800*    2300-FIND-RATE-IN-EFFECT                                   *
067900*    LEAVES GR-CHG-RATE-HIT ON THE RATE CARD WITH THE LATEST     *
068000*    EFFECTIVE DATE NOT AFTER GR-CHG-WORK-DATE, OR ZERO WHEN     *
068100*    THE DATE IS EARLIER THAN EVERY CARD ON FILE.                *
068200******************************************************************
068300 2300-FIND-RATE-IN-EFFECT.
068400     MOVE ZERO TO GR-CHG-RATE-HIT.
068500     PERFORM 2310-CHECK-ONE-RATE THRU 2310-EXIT
068600             VARYING GR-CHG-SUB FROM 1 BY 1
068700             UNTIL GR-CHG-SUB > GR-CHG-RATE-COUNT.
068800 2300-EXIT.
068900     EXIT.
069000*
069100 2310-CHECK-ONE-RATE.
069200     IF GR-CHG-RT-EFF-DATE(GR-CHG-SUB) > GR-CHG-WORK-DATE
069300         GO TO 2310-EXIT
069400     END-IF.
069500     IF GR-CHG-RATE-HIT = ZERO
069600         MOVE GR-CHG-SUB TO GR-CHG-RATE-HIT
069700         GO TO 2310-EXIT
069800     END-IF.
069900     IF GR-CHG-RT-EFF-DATE(GR-CHG-SUB)
070000             > GR-CHG-RT-EFF-DATE(GR-CHG-RATE-HIT)
070100         MOVE GR-CHG-SUB TO GR-CHG-RATE-HIT
070200     END-IF.
070300 2310-EXIT.
070400     EXIT.
070500*
070600******************************************************************
070700*    3000-PRINT-INVOICES                                        *
070800*    ONE INVOICE PAGE AND ONE BILLING RECORD PER OPERATOR, IN    *
070900*    OPERATOR-ID ORDER, ADDING EACH INTO THE GRAND TOTALS AS IT  *
071000*    GOES SO THE TOTALS PAGE IS THE SUM OF THE PAGES BEFORE IT.  *
071100******************************************************************
071200 3000-PRINT-INVOICES.
071300     PERFORM 3100-PRINT-ONE-INVOICE THRU 3100-EXIT
071400             VARYING GR-CHG-SUB FROM 1 BY 1
071500             UNTIL GR-CHG-SUB > GR-CHG-OP-COUNT.
071600 3000-EXIT.
071700     EXIT.
071800*
071900 3100-PRINT-ONE-INVOICE.
072000     MOVE GR-CHG-OP-FIGURES(GR-CHG-SUB) TO GR-CHG-INV-WORK.
072100     PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT.
072200     MOVE "INVOICE FOR OPERATOR: " TO GR-CHG-IH-CAPTION.
072300     MOVE GR-CHG-OP-ID(GR-CHG-SUB) TO GR-CHG-IH-OPERATOR.
072400     PERFORM 3300-PRINT-CHARGE-LINES THRU 3300-EXIT.
072500     PERFORM 3200-WRITE-BILLING-RECORD THRU 3200-EXIT.
072600     ADD GR-CHG-IW-MTD-REQS TO GR-CHG-GT-MTD-REQS.
072700     ADD GR-CHG-IW-MTD-ITERS TO GR-CHG-GT-MTD-ITERS.
072800     ADD GR-CHG-IW-MTD-HIGH TO GR-CHG-GT-MTD-HIGH.
072900     ADD GR-CHG-IW-MTD-FAIL TO GR-CHG-GT-MTD-FAIL.
073000     ADD GR-CHG-IW-MTD-REQ-AMT TO GR-CHG-GT-MTD-REQ-AMT.
073100     ADD GR-CHG-IW-MTD-ITER-AMT TO GR-CHG-GT-MTD-ITER-AMT.
073200     ADD GR-CHG-IW-MTD-HIGH-AMT TO GR-CHG-GT-MTD-HIGH-AMT.
073300     ADD GR-CHG-IW-YTD-REQS TO GR-CHG-GT-YTD-REQS.
073400     ADD GR-CHG-IW-YTD-ITERS TO GR-CHG-GT-YTD-ITERS.
073500     ADD GR-CHG-IW-YTD-HIGH TO GR-CHG-GT-YTD-HIGH.
073600     ADD GR-CHG-IW-YTD-FAIL TO GR-CHG-GT-YTD-FAIL.
073700     ADD GR-CHG-IW-YTD-REQ-AMT TO GR-CHG-GT-YTD-REQ-AMT.
073800     ADD GR-CHG-IW-YTD-ITER-AMT TO GR-CHG-GT-YTD-ITER-AMT.
073900     ADD GR-CHG-IW-YTD-HIGH-AMT TO GR-CHG-GT-YTD-HIGH-AMT.
074000 3100-EXIT.
074100     EXIT.
074200*
074300******************************************************************
074400*    3200-WRITE-BILLING-RECORD                                  *
074500*    ONE BILLEXT RECORD FOR THE OPERATOR JUST INVOICED. AN       *
074600*    OPERATOR WITH YEAR-TO-DATE ACTIVITY BUT NONE THIS MONTH     *
074700*    STILL GETS A RECORD, WITH ZERO MONTH FIGURES, SO THE        *
074800*    LEDGER'S YEAR-TO-DATE BALANCE ALWAYS AGREES WITH OURS.      *
074900******************************************************************
075000 3200-WRITE-BILLING-RECORD.
075100     MOVE SPACES TO GR-BIL-RECORD.
075200     MOVE GR-CHG-OP-ID(GR-CHG-SUB) TO GR-BIL-OPERATOR-ID.
075300     MOVE GR-CHG-BILL-MONTH TO GR-BIL-BILL-MONTH.
075400     MOVE GR-CHG-IW-MTD-REQS TO GR-BIL-REQUESTS.
075500     MOVE GR-CHG-IW-MTD-ITERS TO GR-BIL-ITERATIONS.
075600     MOVE GR-CHG-IW-MTD-HIGH TO GR-BIL-HIGH-REQUESTS.
075700     MOVE GR-CHG-MTD-TOTAL-AMT TO GR-BIL-MTD-AMOUNT.
075800     MOVE GR-CHG-YTD-TOTAL-AMT TO GR-BIL-YTD-AMOUNT.
075900     WRITE GR-BIL-RECORD.
076000     IF GR-CHG-BILL-STATUS NOT = "00"
076100         DISPLAY "GI3200E - BILLEXT WRITE FAILED FOR "
076200             GR-BIL-OPERATOR-ID " STATUS " GR-CHG-BILL-STATUS
076300             " - EXTRACT IS INCOMPLETE"
076400         MOVE 16 TO RETURN-CODE
076500         GO TO 3200-EXIT
076600     END-IF.
076700     ADD 1 TO GR-CHG-BILL-WRITTEN.
076800 3200-EXIT.
076900     EXIT.
077000*
077100******************************************************************
077200*    3300-PRINT-CHARGE-LINES                                    *
077300*    PRINTS THE INVOICE BODY FROM GR-CHG-INV-WORK - REQUESTS,    *
077400*    ITERATIONS, HIGH-PRIORITY SURCHARGES, THE TOTAL CHARGE AND  *
077500*    THE FAILED RUNS THAT WERE NOT BILLED - AND LEAVES THE TWO   *
077600*    TOTAL CHARGES IN GR-CHG-MTD-TOTAL-AMT/GR-CHG-YTD-TOTAL-AMT. *
077700*    THE CALLER HAS ALREADY SET THE CAPTION AND OPERATOR.        *
077800******************************************************************
077900 3300-PRINT-CHARGE-LINES.
078000     MOVE GR-CHG-BILL-MONTH TO GR-CHG-IH-MONTH.
078100     MOVE GR-CHG-BILL-YEAR TO GR-CHG-IH-YEAR.
078200     MOVE GR-CHG-INVHEAD-LINE TO GR-CHG-PRINT-RECORD.
078300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
078400     MOVE GR-CHG-BLANK-LINE TO GR-CHG-PRINT-RECORD.
078500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
078600     MOVE GR-CHG-COLHEAD-LINE TO GR-CHG-PRINT-RECORD.
078700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
078800     MOVE "REQUESTS COMPLETED" TO GR-CHG-CL-LABEL.
078900     MOVE GR-CHG-IW-MTD-REQS TO GR-CHG-CL-MTD-QTY.
079000     MOVE GR-CHG-IW-MTD-REQ-AMT TO GR-CHG-CL-MTD-AMT.
079100     MOVE GR-CHG-IW-YTD-REQS TO GR-CHG-CL-YTD-QTY.
079200     MOVE GR-CHG-IW-YTD-REQ-AMT TO GR-CHG-CL-YTD-AMT.
079300     MOVE GR-CHG-CHARGE-LINE TO GR-CHG-PRINT-RECORD.
079400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
079500     MOVE "ITERATIONS" TO GR-CHG-CL-LABEL.
079600     MOVE GR-CHG-IW-MTD-ITERS TO GR-CHG-CL-MTD-QTY.
079700     MOVE GR-CHG-IW-MTD-ITER-AMT TO GR-CHG-CL-MTD-AMT.
079800     MOVE GR-CHG-IW-YTD-ITERS TO GR-CHG-CL-YTD-QTY.
079900     MOVE GR-CHG-IW-YTD-ITER-AMT TO GR-CHG-CL-YTD-AMT.
080000     MOVE GR-CHG-CHARGE-LINE TO GR-CHG-PRINT-RECORD.
080100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
080200     MOVE "HIGH-PRIORITY SURCHARGES" TO GR-CHG-CL-LABEL.
080300     MOVE GR-CHG-IW-MTD-HIGH TO GR-CHG-CL-MTD-QTY.
080400     MOVE GR-CHG-IW-MTD-HIGH-AMT TO GR-CHG-CL-MTD-AMT.
080500     MOVE GR-CHG-IW-YTD-HIGH TO GR-CHG-CL-YTD-QTY.
080600     MOVE GR-CHG-IW-YTD-HIGH-AMT TO GR-CHG-CL-YTD-AMT.
080700     MOVE GR-CHG-CHARGE-LINE TO GR-CHG-PRINT-RECORD.
080800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
080900     COMPUTE GR-CHG-MTD-TOTAL-AMT = GR-CHG-IW-MTD-REQ-AMT
081000         + GR-CHG-IW-MTD-ITER-AMT + GR-CHG-IW-MTD-HIGH-AMT.
081100     COMPUTE GR-CHG-YTD-TOTAL-AMT = GR-CHG-IW-YTD-REQ-AMT
081200         + GR-CHG-IW-YTD-ITER-AMT + GR-CHG-IW-YTD-HIGH-AMT.
081300     MOVE GR-CHG-BLANK-LINE TO GR-CHG-PRINT-RECORD.
081400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
081500     MOVE "TOTAL CHARGE" TO GR-CHG-CL-LABEL.
081600     MOVE ZERO TO GR-CHG-CL-MTD-QTY GR-CHG-CL-YTD-QTY.
081700     MOVE GR-CHG-MTD-TOTAL-AMT TO GR-CHG-CL-MTD-AMT.
081800     MOVE GR-CHG-YTD-TOTAL-AMT TO GR-CHG-CL-YTD-AMT.
081900     MOVE GR-CHG-CHARGE-LINE TO GR-CHG-PRINT-RECORD.
082000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
082100     MOVE "FAILED RUNS (NOT BILLED)" TO GR-CHG-CL-LABEL.
082200     MOVE GR-CHG-IW-MTD-FAIL TO GR-CHG-CL-MTD-QTY.
082300     MOVE ZERO TO GR-CHG-CL-MTD-AMT.
082400     MOVE GR-CHG-IW-YTD-FAIL TO GR-CHG-CL-YTD-QTY.
082500     MOVE ZERO TO GR-CHG-CL-YTD-AMT.
082600     MOVE GR-CHG-CHARGE-LINE TO GR-CHG-PRINT-RECORD.
082700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
082800 3300-EXIT.
082900     EXIT.
083000*
083100******************************************************************
083200*    3500-PRINT-TOTALS-PAGE                                     *
083300*    THE CLOSING PAGE - ALL OPERATORS TOGETHER, THE RATE CARD    *
083400*    IN EFFECT AT THE END OF THE BILLING MONTH AND THE INPUT     *
083500*    RECORD TALLIES - SO FINANCE CAN TIE THE EXTRACT BACK TO     *
083600*    THE AUDIT TRAIL.                                            *
083700******************************************************************
083800 3500-PRINT-TOTALS-PAGE.
083900     MOVE GR-CHG-GRAND-TOTALS TO GR-CHG-INV-WORK.
084000     PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT.
084100     MOVE "TOTALS FOR OPERATORS: " TO GR-CHG-IH-CAPTION.
084200     MOVE "ALL     " TO GR-CHG-IH-OPERATOR.
084300     PERFORM 3300-PRINT-CHARGE-LINES THRU 3300-EXIT.
084400     MOVE GR-CHG-BLANK-LINE TO GR-CHG-PRINT-RECORD.
084500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
084600     MOVE GR-CHG-MONTH-END-DATE TO GR-CHG-WORK-DATE.
084700     PERFORM 2300-FIND-RATE-IN-EFFECT THRU 2300-EXIT.
084800     IF GR-CHG-RATE-HIT > ZERO
084900         MOVE GR-CHG-RT-EFF-DATE(GR-CHG-RATE-HIT)
085000             TO GR-CHG-RL-EFF-DATE
085100         MOVE GR-CHG-RT-REQUEST(GR-CHG-RATE-HIT)
085200             TO GR-CHG-RL-REQUEST
085300         MOVE GR-CHG-RT-ITER(GR-CHG-RATE-HIT) TO GR-CHG-RL-ITER
085400         MOVE GR-CHG-RT-HIGH(GR-CHG-RATE-HIT) TO GR-CHG-RL-HIGH
085500         MOVE GR-CHG-RATE-LINE TO GR-CHG-PRINT-RECORD
085600         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
085700     END-IF.
085800     MOVE GR-CHG-BLANK-LINE TO GR-CHG-PRINT-RECORD.
085900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
086000     MOVE "OPERATORS INVOICED" TO GR-CHG-TL-TEXT.
086100     MOVE GR-CHG-OP-COUNT TO GR-CHG-TL-COUNT.
086200     PERFORM 3510-PRINT-ONE-TALLY THRU 3510-EXIT.
086300     MOVE "BILLING RECORDS WRITTEN" TO GR-CHG-TL-TEXT.
086400     MOVE GR-CHG-BILL-WRITTEN TO GR-CHG-TL-COUNT.
086500     PERFORM 3510-PRINT-ONE-TALLY THRU 3510-EXIT.
086600     MOVE "AUDITLOG ROWS READ" TO GR-CHG-TL-TEXT.
086700     MOVE GR-CHG-ROWS-READ TO GR-CHG-TL-COUNT.
086800     PERFORM 3510-PRINT-ONE-TALLY THRU 3510-EXIT.
086900     MOVE "AUDARCH ROWS READ" TO GR-CHG-TL-TEXT.
087000     MOVE GR-CHG-ROWS-ARCHIVED TO GR-CHG-TL-COUNT.
087100     PERFORM 3510-PRINT-ONE-TALLY THRU 3510-EXIT.
087200     MOVE "ROWS OUTSIDE THE BILLING PERIOD" TO GR-CHG-TL-TEXT.
087300     MOVE GR-CHG-ROWS-OUT-PERIOD TO GR-CHG-TL-COUNT.
087400     PERFORM 3510-PRINT-ONE-TALLY THRU 3510-EXIT.
087500     MOVE "ROWS SKIPPED (NON-NUMERIC FIELDS)" TO GR-CHG-TL-TEXT.
087600     MOVE GR-CHG-ROWS-BAD TO GR-CHG-TL-COUNT.
087700     PERFORM 3510-PRINT-ONE-TALLY THRU 3510-EXIT.
087800     MOVE "ROWS UNRATED (BEFORE FIRST RATE CARD)"
087900         TO GR-CHG-TL-TEXT.
088000     MOVE GR-CHG-ROWS-UNRATED TO GR-CHG-TL-COUNT.
088100     PERFORM 3510-PRINT-ONE-TALLY THRU 3510-EXIT.
088200     MOVE "ROWS DROPPED (OPERATOR TABLE FULL)" TO GR-CHG-TL-TEXT.
088300     MOVE GR-CHG-ROWS-DROPPED TO GR-CHG-TL-COUNT.
088400     PERFORM 3510-PRINT-ONE-TALLY THRU 3510-EXIT.
088500 3500-EXIT.
088600     EXIT.
088700*
088800 3510-PRINT-ONE-TALLY.
088900     MOVE GR-CHG-TALLY-LINE TO GR-CHG-PRINT-RECORD.
089000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
089100 3510-EXIT.
089200     EXIT.
089300*
089400******************************************************************
089500*    8000-WRITE-REPORT-LINE                                     *
089600*    COMMON PRINT ROUTINE. STARTS A FRESH PAGE, WITH THE        *
089700*    STANDARD HEADING, WHENEVER THE LINE COUNT REACHES THE      *
089800*    PAGE LIMIT.                                                 *
089900******************************************************************
090000 8000-WRITE-REPORT-LINE.
090100     IF GR-CHG-LINE-COUNT NOT < GR-CHG-PAGE-LIMIT
090200         PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT
090300     END-IF.
090400     WRITE GR-CHG-PRINT-RECORD.
090500     ADD 1 TO GR-CHG-LINE-COUNT.
090600 8000-EXIT.
090700     EXIT.
090800*
090900 8100-WRITE-PAGE-HEADING.
091000     ADD 1 TO GR-CHG-PAGE-NO.
091100     MOVE GR-CHG-PAGE-NO TO GR-CHG-H1-PAGE.
091200     STRING GR-CHG-CURR-MM   "/"
091300            GR-CHG-CURR-DD   "/"
091400            GR-CHG-CURR-CCYY
091500         DELIMITED BY SIZE INTO GR-CHG-H1-DATE.
091600     STRING GR-CHG-CURR-HH   ":"
091700            GR-CHG-CURR-MN   ":"
091800            GR-CHG-CURR-SS
091900         DELIMITED BY SIZE INTO GR-CHG-H1-TIME.
092000     WRITE GR-CHG-PRINT-RECORD FROM GR-CHG-HEADING-LINE.
092100     MOVE 1 TO GR-CHG-LINE-COUNT.
092200 8100-EXIT.
092300     EXIT.
092400*
092500 9000-TERMINATE.
092600     CLOSE RPT-FILE.
092700     CLOSE BILL-FILE.
092800*    UNRATED OR DROPPED ROWS MEAN THE INVOICES UNDER-STATE WHAT
092900*    RAN - THE WARNING GRADE TELLS THE SCHEDULER AND FINANCE SO.
093000     IF GR-CHG-ROWS-UNRATED > ZERO OR GR-CHG-ROWS-DROPPED > ZERO
093100         DISPLAY "GI9000W - " GR-CHG-ROWS-UNRATED " UNRATED AND "
093200             GR-CHG-ROWS-DROPPED " DROPPED ROW(S) NOT BILLED - "
093300             "SEE CHGRPT"
093400         IF 4 > RETURN-CODE
093500             MOVE 4 TO RETURN-CODE
093600         END-IF
093700     END-IF.
093800     DISPLAY "GI9000I - CHARGEBACK FOR " GR-CHG-BILL-MONTH
093900         " COMPLETE, " GR-CHG-OP-COUNT " OPERATOR(S), "
094000         GR-CHG-BILL-WRITTEN " BILLING RECORD(S)".
094100 9000-EXIT.
094200     EXIT.
