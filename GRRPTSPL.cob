000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRRPTSPL.
000300 AUTHOR.        A J MARSH.
000400 INSTALLATION.  DOOM MAINFRAME SYSTEMS - BATCH PRODUCTION.
000500 DATE-WRITTEN.  2026-10-10.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GRRPTSPL                                                    *
001100*                                                                *
001200*    SPLITS THE GREET BANNER REPORT (RPTFILE) INTO ONE PRINT     *
001300*    OUTPUT PER DESTINATION, SO THE PRINT ROOM NO LONGER BURSTS  *
001400*    ONE BIG SYSOUT BY HAND. GREET STARTS EVERY REQUEST ON A     *
001500*    PAGE OF ITS OWN, SO EACH RPTFILE PAGE HAS ONE OWNER - THE   *
001600*    OPERATOR-ID ON THE REQUEST SUB-HEADING, OR *RUN FOR THE     *
001700*    HELD, DEFERRED AND SUMMARY NOTES. DRIVEN BY THE ROUTTAB     *
001800*    ROUTING TABLE (SEE GRROUTE.CPY):                            *
001900*                                                                *
002000*      - PASS ONE READS RPTFILE AND RECORDS THE OWNER OF EVERY   *
002100*        PAGE, WITH EACH OPERATOR'S REQUEST AND PAGE COUNTS      *
002200*      - EACH OPERATOR, IN ORDER OF FIRST APPEARANCE, GETS A     *
002300*        COVER SHEET (DESTINATION, OPERATOR, BUSINESS DATE,      *
002400*        REQUEST COUNT, PAGE COUNT, COPY AND CLASS) FOLLOWED BY  *
002500*        ITS OWN PAGES, ONCE PER COPY, ON THE PRTOUT DATA SET    *
002600*        NAMED IN ITS ROUTTAB ENTRY - ONE PASS OVER RPTFILE PER  *
002700*        COPY, AS GRFDIST MAKES ONE PASS PER SUBSCRIBER          *
002800*      - AN OPERATOR MISSING FROM ROUTTAB GOES TO THE DEFAULT    *
002900*        DESTINATION (PRTDFLT) WITH A FLAGGED COVER SHEET        *
002910*      - THE RUN NOTES ALSO GO TO PRTDFLT, IN THE NUMBER OF      *
002920*        COPIES ON THE *RUN ENTRY WHEN ROUTTAB HAS ONE           *
003000*      - DISTCTL, THE DISTRIBUTION CONTROL REPORT, LISTS EVERY   *
003100*        RPTFILE PAGE WITH WHERE IT WENT AND PROVES EACH ONE WAS *
003200*        WRITTEN TO EXACTLY ONE DESTINATION                      *
003300*                                                                *
003400*    RC 4 - AN OPERATOR WAS SENT TO THE DEFAULT DESTINATION, A   *
003500*    ROUTTAB ENTRY WAS REJECTED OR A PAGE HAD MORE THAN ONE      *
003600*    OWNER. RC 8 - A PRINT OUTPUT FAILED OR THE DISTRIBUTION IS  *
003700*    OUT OF BALANCE. RC 16 - RPTFILE OR AN OUTPUT COULD NOT BE   *
003800*    OPENED, OR RPTFILE IS TOO LARGE TO SPLIT (DISTCTL SAYS      *
003810*    WHICH LIMIT WAS REACHED).                                   *
003900*                                                                *
004000*    MODIFICATION HISTORY                                       *
004100*    ----------------------                                     *
004200*    2026-10-10  AJM  INITIAL VERSION.                          *
004210*    2026-10-15  AJM  THE *RUN ROUTTAB ENTRY NOW SETS THE RUN    *
004220*                     NOTES' COPIES. DISTCTL SAYS WHY WHEN       *
004230*                     RPTFILE IS TOO LARGE TO SPLIT.             *
004300*                                                                *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT RPT-FILE ASSIGN TO "RPTFILE"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS GR-SPL-RPT-STATUS.
005400     SELECT OPTIONAL ROUTE-FILE ASSIGN TO "ROUTTAB"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS GR-SPL-ROUTE-STATUS.
005700     SELECT OPTIONAL RCTL-FILE ASSIGN TO "RUNCTL"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS GR-SPL-RCTL-STATUS.
006000     SELECT PRT-OUT1-FILE ASSIGN TO "PRTOUT1"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS GR-SPL-OUT1-STATUS.
006300     SELECT PRT-OUT2-FILE ASSIGN TO "PRTOUT2"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS GR-SPL-OUT2-STATUS.
006600     SELECT PRT-OUT3-FILE ASSIGN TO "PRTOUT3"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS GR-SPL-OUT3-STATUS.
006900     SELECT PRT-OUT4-FILE ASSIGN TO "PRTOUT4"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS GR-SPL-OUT4-STATUS.
007200     SELECT PRT-OUT5-FILE ASSIGN TO "PRTOUT5"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS GR-SPL-OUT5-STATUS.
007500     SELECT PRT-DFLT-FILE ASSIGN TO "PRTDFLT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS GR-SPL-DFLT-STATUS.
007800     SELECT CTL-FILE ASSIGN TO "DISTCTL"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS GR-SPL-CTL-STATUS.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  RPT-FILE
008400     RECORDING MODE IS F.
008500     COPY GRRPT.
008600 FD  ROUTE-FILE
008700     RECORDING MODE IS F.
008800 01  GR-RTE-RECORD.
008900     COPY GRROUTE.
009000 FD  RCTL-FILE
009100     RECORDING MODE IS F.
009200 01  GR-RCT-RECORD.
009300     COPY GRRNCTL.
009400 FD  PRT-OUT1-FILE
009500     RECORDING MODE IS F.
009600 01  GR-SPL-OUT1-RECORD          PIC X(133).
009700 FD  PRT-OUT2-FILE
009800     RECORDING MODE IS F.
009900 01  GR-SPL-OUT2-RECORD          PIC X(133).
010000 FD  PRT-OUT3-FILE
010100     RECORDING MODE IS F.
010200 01  GR-SPL-OUT3-RECORD          PIC X(133).
010300 FD  PRT-OUT4-FILE
010400     RECORDING MODE IS F.
010500 01  GR-SPL-OUT4-RECORD          PIC X(133).
010600 FD  PRT-OUT5-FILE
010700     RECORDING MODE IS F.
010800 01  GR-SPL-OUT5-RECORD          PIC X(133).
010900 FD  PRT-DFLT-FILE
011000     RECORDING MODE IS F.
011100 01  GR-SPL-DFLT-RECORD          PIC X(133).
011200 FD  CTL-FILE
011300     RECORDING MODE IS F.
011400 01  GR-SPL-PRINT-RECORD         PIC X(133).
011500 WORKING-STORAGE SECTION.
011600 77  GR-SPL-RPT-STATUS           PIC X(02) VALUE "00".
011700 77  GR-SPL-ROUTE-STATUS         PIC X(02) VALUE "00".
011800 77  GR-SPL-RCTL-STATUS          PIC X(02) VALUE "00".
011900 77  GR-SPL-OUT1-STATUS          PIC X(02) VALUE "00".
012000 77  GR-SPL-OUT2-STATUS          PIC X(02) VALUE "00".
012100 77  GR-SPL-OUT3-STATUS          PIC X(02) VALUE "00".
012200 77  GR-SPL-OUT4-STATUS          PIC X(02) VALUE "00".
012300 77  GR-SPL-OUT5-STATUS          PIC X(02) VALUE "00".
012400 77  GR-SPL-DFLT-STATUS          PIC X(02) VALUE "00".
012500 77  GR-SPL-CTL-STATUS           PIC X(02) VALUE "00".
012600 77  GR-SPL-OUT-STATUS           PIC X(02) VALUE "00".
012700 77  GR-SPL-RC-REQUESTED         PIC 9(02) VALUE ZERO.
012800 77  GR-SPL-EOF-SW               PIC X(01) VALUE "N".
012900     88  GR-SPL-EOF              VALUE "Y".
013000 77  GR-SPL-REQ-OPEN-SW          PIC X(01) VALUE "N".
013100     88  GR-SPL-REQ-OPEN         VALUE "Y".
013200 77  GR-SPL-TABLE-FULL-SW        PIC X(01) VALUE "N".
013300     88  GR-SPL-TABLE-FULL       VALUE "Y".
013400 77  GR-SPL-WRITE-SW             PIC X(01) VALUE "N".
013500     88  GR-SPL-WRITE-OK         VALUE "Y".
013510 77  GR-SPL-RUN-SW               PIC X(01) VALUE "N".
013520     88  GR-SPL-RUN-ROUTED       VALUE "Y".
013600 77  GR-SPL-CUR-OWNER            PIC 9(04) COMP VALUE ZERO.
013700 77  GR-SPL-LINE-OWNER           PIC 9(04) COMP VALUE ZERO.
013800 77  GR-SPL-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
013900 77  GR-SPL-PAGE-SUB             PIC 9(04) COMP VALUE ZERO.
014000 77  GR-SPL-PAGE-MAX             PIC 9(04) COMP VALUE 9999.
014100 77  GR-SPL-PASS-PAGE            PIC 9(04) COMP VALUE ZERO.
014200 77  GR-SPL-LAST-PAGE            PIC 9(04) COMP VALUE ZERO.
014300 77  GR-SPL-OWN-COUNT            PIC 9(04) COMP VALUE ZERO.
014400 77  GR-SPL-OWN-SUB              PIC 9(04) COMP VALUE ZERO.
014500 77  GR-SPL-OWN-SCAN             PIC 9(04) COMP VALUE ZERO.
014600 77  GR-SPL-OWN-HIT              PIC 9(04) COMP VALUE ZERO.
014700 77  GR-SPL-OWN-MAX              PIC 9(04) COMP VALUE 0999.
014800 77  GR-SPL-RTE-COUNT            PIC 9(04) COMP VALUE ZERO.
014900 77  GR-SPL-RTE-SCAN             PIC 9(04) COMP VALUE ZERO.
015000 77  GR-SPL-RTE-HIT              PIC 9(04) COMP VALUE ZERO.
015100 77  GR-SPL-RTE-MAX              PIC 9(04) COMP VALUE 0500.
015200 77  GR-SPL-OUT-SUB              PIC 9(02) COMP VALUE ZERO.
015300 77  GR-SPL-COPY-NO              PIC 9(03) VALUE ZERO.
015400 77  GR-SPL-WORK-ID              PIC X(08) VALUE SPACES.
015500 77  GR-SPL-DFLT-DEST            PIC X(08) VALUE "PRTROOM".
015600 77  GR-SPL-DFLT-COPIES          PIC 9(02) VALUE 01.
015700 77  GR-SPL-DFLT-CLASS           PIC X(01) VALUE "R".
015710 77  GR-SPL-RUN-DEST             PIC X(08) VALUE SPACES.
015720 77  GR-SPL-RUN-COPIES           PIC 9(02) VALUE 01.
015730 77  GR-SPL-RUN-CLASS            PIC X(01) VALUE SPACE.
015800 77  GR-SPL-ROUTED-OPS           PIC 9(05) COMP VALUE ZERO.
015900 77  GR-SPL-FLAGGED-OPS          PIC 9(05) COMP VALUE ZERO.
016000 77  GR-SPL-BAD-ROUTES           PIC 9(05) COMP VALUE ZERO.
016100 77  GR-SPL-MIXED-PAGES          PIC 9(05) COMP VALUE ZERO.
016200 77  GR-SPL-ONCE-PAGES           PIC 9(05) COMP VALUE ZERO.
016300 77  GR-SPL-MISSED-PAGES         PIC 9(05) COMP VALUE ZERO.
016400 77  GR-SPL-MULTI-PAGES          PIC 9(05) COMP VALUE ZERO.
016500 77  GR-SPL-REQ-TOTAL            PIC 9(05) COMP VALUE ZERO.
016600 77  GR-SPL-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
016700 77  GR-SPL-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
016800 77  GR-SPL-PAGE-LIMIT           PIC 9(03) COMP VALUE 055.
016900 77  GR-SPL-SAVE-LINE            PIC X(133) VALUE SPACES.
017000 01  GR-SPL-OUT-RECORD.
017100     05  GR-SPL-OUT-CTL          PIC X(01).
017200     05  FILLER                  PIC X(132).
017300 01  GR-SPL-IN-LINE.
017400     05  GR-SPL-IN-CTL           PIC X(01).
017500     05  GR-SPL-IN-BODY          PIC X(132).
017600 01  GR-SPL-CURRENT-DATE.
017700     05  GR-SPL-CURR-CCYY        PIC 9(04).
017800     05  GR-SPL-CURR-MM          PIC 9(02).
017900     05  GR-SPL-CURR-DD          PIC 9(02).
018000 01  GR-SPL-CURRENT-TIME.
018100     05  GR-SPL-CURR-HH          PIC 9(02).
018200     05  GR-SPL-CURR-MN          PIC 9(02).
018300     05  GR-SPL-CURR-SS          PIC 9(02).
018400     05  GR-SPL-CURR-HS          PIC 9(02).
018500 01  GR-SPL-BUS-DATE.
018600     05  GR-SPL-BUS-CCYY         PIC 9(04).
018700     05  GR-SPL-BUS-MM           PIC 9(02).
018800     05  GR-SPL-BUS-DD           PIC 9(02).
018900 01  GR-SPL-BUS-DATE-NUM REDEFINES GR-SPL-BUS-DATE
019000                                 PIC 9(08).
019100 01  GR-SPL-BUS-DATE-EDIT        PIC X(10) VALUE SPACES.
019200*
019300*    THE SIX PRINT OUTPUTS - PRTOUT1 TO PRTOUT5 AS NAMED ON
019400*    ROUTTAB, AND PRTDFLT FOR THE DEFAULT DESTINATION. THE
019500*    FIRST ROUTTAB ENTRY NAMING AN OUTPUT FIXES ITS DESTINATION
019600*    AND CLASS, SINCE ONE DD CAN ONLY GO TO ONE PLACE.
019700*
019800 01  GR-SPL-DD-NAME-VALUES.
019900     05  FILLER                  PIC X(08) VALUE "PRTOUT1".
020000     05  FILLER                  PIC X(08) VALUE "PRTOUT2".
020100     05  FILLER                  PIC X(08) VALUE "PRTOUT3".
020200     05  FILLER                  PIC X(08) VALUE "PRTOUT4".
020300     05  FILLER                  PIC X(08) VALUE "PRTOUT5".
020400     05  FILLER                  PIC X(08) VALUE "PRTDFLT".
020500 01  GR-SPL-DD-NAME-TABLE REDEFINES GR-SPL-DD-NAME-VALUES.
020600     05  GR-SPL-DD-NAME          PIC X(08) OCCURS 6 TIMES.
020700 77  GR-SPL-OUT-MAX              PIC 9(02) COMP VALUE 06.
020800 77  GR-SPL-OUT-DEFAULT          PIC 9(02) COMP VALUE 06.
020900 01  GR-SPL-OUTPUT-TABLE.
021000     05  GR-SPL-OUT-ENTRY OCCURS 6 TIMES.
021100         10  GR-SPL-OUT-DEST         PIC X(08).
021200         10  GR-SPL-OUT-CLASS        PIC X(01).
021300         10  GR-SPL-OUT-SET-SW       PIC X(01).
021400             88  GR-SPL-OUT-SET          VALUE "Y".
021500         10  GR-SPL-OUT-FAILED-SW    PIC X(01).
021600             88  GR-SPL-OUT-FAILED       VALUE "Y".
021700         10  GR-SPL-OUT-PAGES        PIC 9(05) COMP.
021800         10  GR-SPL-OUT-SHEETS       PIC 9(07) COMP.
021900*
022000*    ROUTTAB AS LOADED. *DEFAULT AND *RUN ARE HELD APART IN
022100*    THE GR-SPL-DFLT- AND GR-SPL-RUN- FIELDS ABOVE.
022200*
022300 01  GR-SPL-ROUTE-TABLE.
022400     05  GR-SPL-RT-ENTRY OCCURS 500 TIMES.
022500         10  GR-SPL-RT-OPERATOR      PIC X(08).
022600         10  GR-SPL-RT-DEST          PIC X(08).
022700         10  GR-SPL-RT-OUT-SUB       PIC 9(02) COMP.
022800         10  GR-SPL-RT-COPIES        PIC 9(02).
022900         10  GR-SPL-RT-CLASS         PIC X(01).
023000*
023100*    EVERY OWNER FOUND ON RPTFILE, IN ORDER OF FIRST
023200*    APPEARANCE. ENTRY 1 IS ALWAYS *RUN, THE RUN NOTES.
023300*
023400 01  GR-SPL-OWNER-TABLE.
023500     05  GR-SPL-OW-ENTRY OCCURS 999 TIMES.
023600         10  GR-SPL-OW-ID            PIC X(08).
023700         10  GR-SPL-OW-DEST          PIC X(08).
023800         10  GR-SPL-OW-OUT-SUB       PIC 9(02) COMP.
023900         10  GR-SPL-OW-COPIES        PIC 9(02).
024000         10  GR-SPL-OW-CLASS         PIC X(01).
024100         10  GR-SPL-OW-DEFAULT-SW    PIC X(01).
024200             88  GR-SPL-OW-DEFAULTED     VALUE "Y".
024300         10  GR-SPL-OW-REQS          PIC 9(05) COMP.
024400         10  GR-SPL-OW-PAGES         PIC 9(05) COMP.
024500*
024600*    ONE ENTRY PER RPTFILE PAGE - ITS OWNER (GR-SPL-OWNER-TABLE
024700*    SUBSCRIPT) AND HOW MANY TIMES ITS FIRST COPY WAS WRITTEN.
024800*    GREET'S PAGE NUMBER STOPS AT 9999, AND SO DOES THIS TABLE.
024900*
025000 01  GR-SPL-PAGE-TABLE.
025100     05  GR-SPL-PG-ENTRY OCCURS 9999 TIMES.
025200         10  GR-SPL-PG-OWNER         PIC 9(04) COMP.
025300         10  GR-SPL-PG-WRITTEN       PIC 9(04) COMP.
025400         10  GR-SPL-PG-MIXED-SW      PIC X(01).
025500             88  GR-SPL-PG-MIXED         VALUE "Y".
025600*
025700 01  GR-SPL-COVER-TITLE.
025800     05  GR-SPL-CT-CTL           PIC X(01) VALUE "1".
025900     05  FILLER                  PIC X(01) VALUE SPACE.
026000     05  FILLER                  PIC X(60) VALUE
026100         "DOOM MAINFRAME GREET - BANNER REPORT COVER SHEET".
026200     05  FILLER                  PIC X(71) VALUE SPACES.
026300 01  GR-SPL-COVER-LINE.
026400     05  GR-SPL-CV-CTL           PIC X(01) VALUE SPACE.
026500     05  FILLER                  PIC X(01) VALUE SPACE.
026600     05  GR-SPL-CV-CAPTION       PIC X(17).
026700     05  FILLER                  PIC X(02) VALUE ": ".
026800     05  GR-SPL-CV-VALUE         PIC X(60).
026900     05  FILLER                  PIC X(52) VALUE SPACES.
027000 01  GR-SPL-COVER-FLAG-LINE.
027100     05  GR-SPL-CF-CTL           PIC X(01) VALUE SPACE.
027200     05  FILLER                  PIC X(01) VALUE SPACE.
027300     05  FILLER                  PIC X(33) VALUE
027400         "*** OPERATOR NOT IN ROUTING TABLE".
027500     05  FILLER                  PIC X(35) VALUE
027600         " - SENT TO DEFAULT DESTINATION ***".
027700     05  FILLER                  PIC X(63) VALUE SPACES.
027800 77  GR-SPL-EDIT-COUNT           PIC ZZZZ9.
027900 77  GR-SPL-EDIT-COPY            PIC Z9.
028000 77  GR-SPL-EDIT-COPIES          PIC Z9.
028100*
028200 01  GR-SPL-HEADING-LINE.
028300     05  GR-SPL-H1-CTL           PIC X(01) VALUE "1".
028400     05  FILLER                  PIC X(01) VALUE SPACE.
028500     05  GR-SPL-H1-TITLE         PIC X(44) VALUE
028600         "DOOM MAINFRAME GREET - PRINT DISTRIBUTION".
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
028900     05  GR-SPL-H1-DATE          PIC X(10).
029000     05  FILLER                  PIC X(02) VALUE SPACES.
029100     05  FILLER                  PIC X(09) VALUE "RUN TIME ".
029200     05  GR-SPL-H1-TIME          PIC X(08).
029300     05  FILLER                  PIC X(02) VALUE SPACES.
029400     05  FILLER                  PIC X(05) VALUE "PAGE ".
029500     05  GR-SPL-H1-PAGE          PIC ZZZ9.
029600     05  FILLER                  PIC X(36) VALUE SPACES.
029700 01  GR-SPL-BUS-DATE-LINE.
029800     05  GR-SPL-BD-CTL           PIC X(01) VALUE SPACE.
029900     05  FILLER                  PIC X(01) VALUE SPACE.
030000     05  FILLER                  PIC X(14) VALUE
030100         "BUSINESS DATE ".
030200     05  GR-SPL-BD-DATE          PIC X(10).
030300     05  FILLER                  PIC X(107) VALUE SPACES.
030400 01  GR-SPL-BLANK-LINE.
030500     05  GR-SPL-BL-CTL           PIC X(01) VALUE SPACE.
030600     05  FILLER                  PIC X(132) VALUE SPACES.
030700 01  GR-SPL-COLHEAD-LINE.
030800     05  GR-SPL-CH-CTL           PIC X(01) VALUE SPACE.
030900     05  FILLER                  PIC X(01) VALUE SPACE.
031000     05  FILLER                  PIC X(06) VALUE "PAGE  ".
031100     05  FILLER                  PIC X(10) VALUE "OWNER     ".
031200     05  FILLER                  PIC X(13) VALUE
031300         "DESTINATION  ".
031400     05  FILLER                  PIC X(09) VALUE "OUTPUT   ".
031500     05  FILLER                  PIC X(08) VALUE "COPIES  ".
031600     05  FILLER                  PIC X(07) VALUE "CLASS  ".
031700     05  FILLER                  PIC X(09) VALUE "WRITTEN  ".
031800     05  FILLER                  PIC X(69) VALUE "FLAG".
031900 01  GR-SPL-DETAIL-LINE.
032000     05  GR-SPL-DT-CTL           PIC X(01) VALUE SPACE.
032100     05  FILLER                  PIC X(01) VALUE SPACE.
032200     05  GR-SPL-DT-PAGE          PIC ZZZ9.
032300     05  FILLER                  PIC X(02) VALUE SPACES.
032400     05  GR-SPL-DT-OWNER         PIC X(08).
032500     05  FILLER                  PIC X(02) VALUE SPACES.
032600     05  GR-SPL-DT-DEST          PIC X(08).
032700     05  FILLER                  PIC X(05) VALUE SPACES.
032800     05  GR-SPL-DT-DD-NAME       PIC X(08).
032900     05  FILLER                  PIC X(03) VALUE SPACES.
033000     05  GR-SPL-DT-COPIES        PIC Z9.
033100     05  FILLER                  PIC X(06) VALUE SPACES.
033200     05  GR-SPL-DT-CLASS         PIC X(01).
033300     05  FILLER                  PIC X(08) VALUE SPACES.
033400     05  GR-SPL-DT-WRITTEN       PIC Z9.
033500     05  FILLER                  PIC X(05) VALUE SPACES.
033600     05  GR-SPL-DT-FLAG          PIC X(30).
033700     05  FILLER                  PIC X(37) VALUE SPACES.
033800 01  GR-SPL-OUTPUT-LINE.
033900     05  GR-SPL-OL-CTL           PIC X(01) VALUE SPACE.
034000     05  FILLER                  PIC X(01) VALUE SPACE.
034100     05  GR-SPL-OL-DD-NAME       PIC X(08).
034200     05  FILLER                  PIC X(07) VALUE " DEST ".
034300     05  GR-SPL-OL-DEST          PIC X(08).
034400     05  FILLER                  PIC X(08) VALUE "  CLASS ".
034500     05  GR-SPL-OL-CLASS         PIC X(01).
034600     05  FILLER                  PIC X(17) VALUE
034700         "   RPTFILE PAGES ".
034800     05  GR-SPL-OL-PAGES         PIC ZZZZ9.
034900     05  FILLER                  PIC X(18) VALUE
035000         "   SHEETS PRINTED ".
035100     05  GR-SPL-OL-SHEETS        PIC ZZZZZZ9.
035200     05  FILLER                  PIC X(52) VALUE SPACES.
035300 01  GR-SPL-TOTAL-LINE.
035400     05  GR-SPL-TL-CTL           PIC X(01) VALUE SPACE.
035500     05  FILLER                  PIC X(01) VALUE SPACE.
035600     05  GR-SPL-TL-TEXT          PIC X(45).
035700     05  GR-SPL-TL-COUNT         PIC ZZZZ9.
035800     05  FILLER                  PIC X(81) VALUE SPACES.
035900*
036000 PROCEDURE DIVISION.
036100 0000-MAINLINE.
036200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036300     PERFORM 2000-INDEX-PAGES THRU 2000-EXIT.
036400     IF GR-SPL-TABLE-FULL
036410         PERFORM 4500-PRINT-NOT-SPLIT THRU 4500-EXIT
036500         PERFORM 9000-TERMINATE THRU 9000-EXIT
036600         GO TO 9999-EXIT-PROGRAM
036700     END-IF.
036800     PERFORM 2500-ROUTE-OWNERS THRU 2500-EXIT.
036900     PERFORM 3000-WRITE-OUTPUTS THRU 3000-EXIT.
037000     PERFORM 4000-PRINT-CONTROL-REPORT THRU 4000-EXIT.
037100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037200 9999-EXIT-PROGRAM.
037300     STOP RUN.
037400*
037500******************************************************************
037600*    1000-INITIALIZE                                            *
037700*    OPENS THE CONTROL REPORT, RPTFILE AND ALL SIX PRINT         *
037800*    OUTPUTS - WITHOUT ANY ONE OF THEM THE SPLIT CANNOT BE       *
037900*    PROVED, SO THE STEP STOPS RC 16 - THEN TAKES THE BUSINESS   *
038000*    DATE FROM RUNCTL AND LOADS THE ROUTING TABLE.               *
038100******************************************************************
038200 1000-INITIALIZE.
038300     ACCEPT GR-SPL-CURRENT-DATE FROM DATE YYYYMMDD.
038400     ACCEPT GR-SPL-CURRENT-TIME FROM TIME.
038500     MOVE GR-SPL-CURRENT-DATE TO GR-SPL-BUS-DATE.
038600     OPEN OUTPUT CTL-FILE.
038700     IF GR-SPL-CTL-STATUS NOT = "00"
038800         DISPLAY "GQ1000E - UNABLE TO OPEN DISTCTL, STATUS "
038900             GR-SPL-CTL-STATUS
039000         MOVE 16 TO GR-SPL-RC-REQUESTED
039100         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
039200         GO TO 9999-EXIT-PROGRAM
039300     END-IF.
039400     OPEN INPUT RPT-FILE.
039500     IF GR-SPL-RPT-STATUS NOT = "00"
039600         DISPLAY "GQ1000E - UNABLE TO OPEN RPTFILE, STATUS "
039700             GR-SPL-RPT-STATUS " - NOTHING SPLIT"
039800         CLOSE CTL-FILE
039900         MOVE 16 TO GR-SPL-RC-REQUESTED
040000         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
040100         GO TO 9999-EXIT-PROGRAM
040200     END-IF.
040300     OPEN OUTPUT PRT-OUT1-FILE.
040400     OPEN OUTPUT PRT-OUT2-FILE.
040500     OPEN OUTPUT PRT-OUT3-FILE.
040600     OPEN OUTPUT PRT-OUT4-FILE.
040700     OPEN OUTPUT PRT-OUT5-FILE.
040800     OPEN OUTPUT PRT-DFLT-FILE.
040900     IF GR-SPL-OUT1-STATUS NOT = "00"
041000         OR GR-SPL-OUT2-STATUS NOT = "00"
041100         OR GR-SPL-OUT3-STATUS NOT = "00"
041200         OR GR-SPL-OUT4-STATUS NOT = "00"
041300         OR GR-SPL-OUT5-STATUS NOT = "00"
041400         OR GR-SPL-DFLT-STATUS NOT = "00"
041500         DISPLAY "GQ1000E - UNABLE TO OPEN A PRINT OUTPUT "
041600             GR-SPL-OUT1-STATUS " " GR-SPL-OUT2-STATUS " "
041700             GR-SPL-OUT3-STATUS " " GR-SPL-OUT4-STATUS " "
041800             GR-SPL-OUT5-STATUS " " GR-SPL-DFLT-STATUS
041900         CLOSE RPT-FILE
042000         CLOSE CTL-FILE
042100         MOVE 16 TO GR-SPL-RC-REQUESTED
042200         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
042300         GO TO 9999-EXIT-PROGRAM
042400     END-IF.
042500     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
042600     STRING GR-SPL-BUS-MM   "/"
042700            GR-SPL-BUS-DD   "/"
042800            GR-SPL-BUS-CCYY
042900         DELIMITED BY SIZE INTO GR-SPL-BUS-DATE-EDIT.
043000     PERFORM 1050-CLEAR-ONE-OUTPUT THRU 1050-EXIT
043100             VARYING GR-SPL-OUT-SUB FROM 1 BY 1
043200             UNTIL GR-SPL-OUT-SUB > GR-SPL-OUT-MAX.
043300     PERFORM 1200-LOAD-ROUTING-TABLE THRU 1200-EXIT.
043400     MOVE 1 TO GR-SPL-OWN-COUNT.
043500     MOVE "*RUN" TO GR-SPL-OW-ID(1).
043600     MOVE ZERO TO GR-SPL-OW-REQS(1)
043700                  GR-SPL-OW-PAGES(1).
043800     PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT.
043900     MOVE GR-SPL-BUS-DATE-EDIT TO GR-SPL-BD-DATE.
044000     MOVE GR-SPL-BUS-DATE-LINE TO GR-SPL-PRINT-RECORD.
044100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
044200     MOVE GR-SPL-BLANK-LINE TO GR-SPL-PRINT-RECORD.
044300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
044400     MOVE GR-SPL-COLHEAD-LINE TO GR-SPL-PRINT-RECORD.
044500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
044600 1000-EXIT.
044700     EXIT.
044800*
044900 1050-CLEAR-ONE-OUTPUT.
045000     MOVE SPACES TO GR-SPL-OUT-DEST(GR-SPL-OUT-SUB).
045100     MOVE SPACE TO GR-SPL-OUT-CLASS(GR-SPL-OUT-SUB).
045200     MOVE "N" TO GR-SPL-OUT-SET-SW(GR-SPL-OUT-SUB).
045300     MOVE "N" TO GR-SPL-OUT-FAILED-SW(GR-SPL-OUT-SUB).
045400     MOVE ZERO TO GR-SPL-OUT-PAGES(GR-SPL-OUT-SUB)
045500                  GR-SPL-OUT-SHEETS(GR-SPL-OUT-SUB).
045600 1050-EXIT.
045700     EXIT.
045800*
045900******************************************************************
046000*    1100-READ-RUN-CONTROL                                      *
046100*    WHEN THE RUNCTL RECORD THE GRRCTLU OPEN STEP MAINTAINS IS   *
046200*    PRESENT, ITS BUSINESS DATE IS THE ONE PRINTED ON EVERY      *
046300*    COVER SHEET - THE DATE GREET RAN THE REQUESTS UNDER.        *
046400******************************************************************
046500 1100-READ-RUN-CONTROL.
046600     OPEN INPUT RCTL-FILE.
046700     IF GR-SPL-RCTL-STATUS NOT = "00"
046800         GO TO 1100-EXIT
046900     END-IF.
047000     READ RCTL-FILE
047100         AT END
047200             GO TO 1100-EXIT
047300     END-READ.
047400     IF GR-RCT-BUS-DATE IS NUMERIC AND GR-RCT-BUS-DATE > ZERO
047500         MOVE GR-RCT-BUS-DATE TO GR-SPL-BUS-DATE-NUM
047600     END-IF.
047700 1100-EXIT.
047800     IF GR-SPL-RCTL-STATUS = "00" OR GR-SPL-RCTL-STATUS = "10"
047900         CLOSE RCTL-FILE
048000     END-IF.
048100     EXIT.
048200*
048300******************************************************************
048400*    1200-LOAD-ROUTING-TABLE                                    *
048500*    LOADS ROUTTAB. WITHOUT IT EVERY OPERATOR GOES TO THE        *
048600*    DEFAULT DESTINATION, FLAGGED, SO THE PRINT ROOM STILL GETS  *
048700*    EVERYTHING. PRTDFLT CARRIES THE *DEFAULT ENTRY'S            *
048800*    DESTINATION AND CLASS, OR PRTROOM RELEASE WITHOUT ONE.      *
048900******************************************************************
049000 1200-LOAD-ROUTING-TABLE.
049100     OPEN INPUT ROUTE-FILE.
049200     IF GR-SPL-ROUTE-STATUS NOT = "00"
049300         DISPLAY "GQ1200W - ROUTTAB NOT AVAILABLE, STATUS "
049400             GR-SPL-ROUTE-STATUS
049500             " - EVERY OPERATOR GOES TO THE DEFAULT DESTINATION"
049600         GO TO 1200-EXIT
049700     END-IF.
049800     PERFORM 1210-READ-ROUTE-ENTRY THRU 1210-EXIT
049900             UNTIL GR-SPL-ROUTE-STATUS = "10".
050000     CLOSE ROUTE-FILE.
050100 1200-EXIT.
050200     MOVE GR-SPL-DFLT-DEST TO GR-SPL-OUT-DEST(GR-SPL-OUT-DEFAULT).
050300     MOVE GR-SPL-DFLT-CLASS
050400         TO GR-SPL-OUT-CLASS(GR-SPL-OUT-DEFAULT).
050500     MOVE "Y" TO GR-SPL-OUT-SET-SW(GR-SPL-OUT-DEFAULT).
050600     EXIT.
050700*
050800 1210-READ-ROUTE-ENTRY.
050900     READ ROUTE-FILE
051000         AT END
051100             MOVE "10" TO GR-SPL-ROUTE-STATUS
051200             GO TO 1210-EXIT
051300     END-READ.
051400     IF GR-SPL-ROUTE-STATUS NOT = "00"
051500         DISPLAY "GQ1210E - ROUTTAB READ ERROR, STATUS "
051600             GR-SPL-ROUTE-STATUS
051700         MOVE "10" TO GR-SPL-ROUTE-STATUS
051800         MOVE 4 TO GR-SPL-RC-REQUESTED
051900         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
052000         GO TO 1210-EXIT
052100     END-IF.
052200     IF GR-RTE-OPERATOR-ID = SPACES
052300         GO TO 1210-EXIT
052400     END-IF.
052500     IF GR-RTE-DEST = SPACES
052600         OR GR-RTE-COPIES IS NOT NUMERIC
052700         OR GR-RTE-COPIES = ZERO
052800         OR (NOT GR-RTE-HOLD AND NOT GR-RTE-RELEASE)
052900         OR (NOT GR-RTE-DEFAULT-ENTRY
052910             AND NOT GR-RTE-RUN-NOTES-ENTRY
053000             AND (GR-RTE-OUT-NO IS NOT NUMERIC
053100                  OR GR-RTE-OUT-NO < 1 OR GR-RTE-OUT-NO > 5))
053200         DISPLAY "GQ1210W - ROUTTAB ENTRY " GR-RTE-OPERATOR-ID
053300             " IS INVALID - SKIPPED"
053400         ADD 1 TO GR-SPL-BAD-ROUTES
053500         MOVE 4 TO GR-SPL-RC-REQUESTED
053600         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
053700         GO TO 1210-EXIT
053800     END-IF.
053900     IF GR-RTE-DEFAULT-ENTRY
054000         MOVE GR-RTE-DEST TO GR-SPL-DFLT-DEST
054100         MOVE GR-RTE-COPIES TO GR-SPL-DFLT-COPIES
054200         MOVE GR-RTE-CLASS TO GR-SPL-DFLT-CLASS
054300         GO TO 1210-EXIT
054400     END-IF.
054410     IF GR-RTE-RUN-NOTES-ENTRY
054420         MOVE GR-RTE-DEST TO GR-SPL-RUN-DEST
054430         MOVE GR-RTE-COPIES TO GR-SPL-RUN-COPIES
054440         MOVE GR-RTE-CLASS TO GR-SPL-RUN-CLASS
054450         SET GR-SPL-RUN-ROUTED TO TRUE
054460         GO TO 1210-EXIT
054470     END-IF.
054500     MOVE GR-RTE-OPERATOR-ID TO GR-SPL-WORK-ID.
054600     PERFORM 2520-FIND-ROUTE THRU 2520-EXIT.
054700     IF GR-SPL-RTE-HIT > ZERO
054800         DISPLAY "GQ1210W - ROUTTAB ENTRY " GR-RTE-OPERATOR-ID
054900             " IS A DUPLICATE - SKIPPED"
055000         ADD 1 TO GR-SPL-BAD-ROUTES
055100         MOVE 4 TO GR-SPL-RC-REQUESTED
055200         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
055300         GO TO 1210-EXIT
055400     END-IF.
055500     IF GR-SPL-RTE-COUNT NOT < GR-SPL-RTE-MAX
055600         DISPLAY "GQ1210W - ROUTTAB TABLE FULL - ENTRY "
055700             GR-RTE-OPERATOR-ID " SKIPPED"
055800         ADD 1 TO GR-SPL-BAD-ROUTES
055900         MOVE 4 TO GR-SPL-RC-REQUESTED
056000         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
056100         GO TO 1210-EXIT
056200     END-IF.
056300     MOVE GR-RTE-OUT-NO TO GR-SPL-OUT-SUB.
056400*    ONE DD GOES TO ONE DESTINATION IN ONE CLASS. A LATER ENTRY
056500*    THAT DISAGREES WITH THE FIRST ONE FOR ITS OUTPUT IS ROUTED
056600*    AS THAT OUTPUT ACTUALLY PRINTS, AND SAYS SO.
056700     IF GR-SPL-OUT-SET(GR-SPL-OUT-SUB)
056800         IF GR-RTE-DEST NOT = GR-SPL-OUT-DEST(GR-SPL-OUT-SUB)
056900             OR GR-RTE-CLASS
057000                 NOT = GR-SPL-OUT-CLASS(GR-SPL-OUT-SUB)
057100             DISPLAY "GQ1220W - ROUTTAB ENTRY "
057200                 GR-RTE-OPERATOR-ID " DISAGREES WITH "
057300                 GR-SPL-DD-NAME(GR-SPL-OUT-SUB) " - ROUTED TO "
057400                 GR-SPL-OUT-DEST(GR-SPL-OUT-SUB) " CLASS "
057500                 GR-SPL-OUT-CLASS(GR-SPL-OUT-SUB)
057600             MOVE GR-SPL-OUT-DEST(GR-SPL-OUT-SUB) TO GR-RTE-DEST
057700             MOVE GR-SPL-OUT-CLASS(GR-SPL-OUT-SUB)
057800                 TO GR-RTE-CLASS
057900             MOVE 4 TO GR-SPL-RC-REQUESTED
058000             PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
058100         END-IF
058200     ELSE
058300         MOVE GR-RTE-DEST TO GR-SPL-OUT-DEST(GR-SPL-OUT-SUB)
058400         MOVE GR-RTE-CLASS TO GR-SPL-OUT-CLASS(GR-SPL-OUT-SUB)
058500         MOVE "Y" TO GR-SPL-OUT-SET-SW(GR-SPL-OUT-SUB)
058600     END-IF.
058700     ADD 1 TO GR-SPL-RTE-COUNT.
058800     MOVE GR-RTE-OPERATOR-ID
058900         TO GR-SPL-RT-OPERATOR(GR-SPL-RTE-COUNT).
059000     MOVE GR-RTE-DEST TO GR-SPL-RT-DEST(GR-SPL-RTE-COUNT).
059100     MOVE GR-SPL-OUT-SUB TO GR-SPL-RT-OUT-SUB(GR-SPL-RTE-COUNT).
059200     MOVE GR-RTE-COPIES TO GR-SPL-RT-COPIES(GR-SPL-RTE-COUNT).
059300     MOVE GR-RTE-CLASS TO GR-SPL-RT-CLASS(GR-SPL-RTE-COUNT).
059400 1210-EXIT.
059500     EXIT.
059600*
059700******************************************************************
059800*    2000-INDEX-PAGES                                           *
059900*    PASS ONE. A CARRIAGE CONTROL '1' STARTS A PAGE. EACH LINE   *
060000*    IS GIVEN AN OWNER - THE OPERATOR ON A REQUEST SUB-HEADING   *
060100*    AND EVERY LINE UP TO ITS REQUEST TOTAL, *RUN FOR ANYTHING   *
060200*    OUTSIDE A REQUEST, NOBODY FOR A BLANK LINE - AND THE PAGE   *
060300*    BELONGS TO THE OWNER OF ITS FIRST OWNED LINE. A PAGE WITH   *
060400*    LINES FOR ANOTHER OWNER TOO (A REPORT FROM BEFORE GREET     *
060500*    STARTED EACH REQUEST ON A FRESH PAGE) IS FLAGGED, AND A     *
060600*    PAGE WITH NO OWNED LINE AT ALL GOES WITH THE RUN NOTES.     *
060700******************************************************************
060800 2000-INDEX-PAGES.
060900     MOVE "N" TO GR-SPL-EOF-SW.
061000     PERFORM 2010-INDEX-ONE-LINE THRU 2010-EXIT
061100             UNTIL GR-SPL-EOF.
061200     PERFORM 2150-CLOSE-PAGE THRU 2150-EXIT.
061300     CLOSE RPT-FILE.
061400     DISPLAY "GQ2000I - RPTFILE HAS " GR-SPL-PAGE-COUNT
061500         " PAGE(S) FOR " GR-SPL-OWN-COUNT " OWNER(S)".
061600 2000-EXIT.
061700     EXIT.
061800*
061900 2010-INDEX-ONE-LINE.
062000     READ RPT-FILE INTO GR-SPL-IN-LINE
062100         AT END
062200             SET GR-SPL-EOF TO TRUE
062300             GO TO 2010-EXIT
062400     END-READ.
062500     IF GR-SPL-RPT-STATUS NOT = "00"
062600         DISPLAY "GQ2010E - RPTFILE READ ERROR, STATUS "
062700             GR-SPL-RPT-STATUS
062800         SET GR-SPL-EOF TO TRUE
062900         MOVE 8 TO GR-SPL-RC-REQUESTED
063000         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
063100         GO TO 2010-EXIT
063200     END-IF.
063300     IF GR-SPL-IN-CTL = "1" OR GR-SPL-PAGE-COUNT = ZERO
063400         PERFORM 2100-START-PAGE THRU 2100-EXIT
063500         IF GR-SPL-TABLE-FULL
063600             SET GR-SPL-EOF TO TRUE
063700             GO TO 2010-EXIT
063800         END-IF
063900     END-IF.
064000     IF GR-SPL-IN-CTL = "1"
064100         GO TO 2010-EXIT
064200     END-IF.
064300     MOVE ZERO TO GR-SPL-LINE-OWNER.
064400     IF GR-RPTQ-CAP1 = "REQUEST: "
064500         MOVE GR-RPTQ-RUN-ID TO GR-SPL-WORK-ID
064600         PERFORM 2200-FIND-OWNER THRU 2200-EXIT
064700         IF GR-SPL-TABLE-FULL
064800             SET GR-SPL-EOF TO TRUE
064900             GO TO 2010-EXIT
065000         END-IF
065100         MOVE GR-SPL-OWN-HIT TO GR-SPL-CUR-OWNER
065200         ADD 1 TO GR-SPL-OW-REQS(GR-SPL-CUR-OWNER)
065300         ADD 1 TO GR-SPL-REQ-TOTAL
065400         SET GR-SPL-REQ-OPEN TO TRUE
065500         MOVE GR-SPL-CUR-OWNER TO GR-SPL-LINE-OWNER
065600         PERFORM 2300-POST-LINE-OWNER THRU 2300-EXIT
065700         GO TO 2010-EXIT
065800     END-IF.
065900     IF GR-RPTT-CAP = "REQUEST TOTAL FOR "
066000         IF GR-SPL-REQ-OPEN
066100             MOVE GR-SPL-CUR-OWNER TO GR-SPL-LINE-OWNER
066200         ELSE
066300             MOVE 1 TO GR-SPL-LINE-OWNER
066400         END-IF
066500         MOVE "N" TO GR-SPL-REQ-OPEN-SW
066600         PERFORM 2300-POST-LINE-OWNER THRU 2300-EXIT
066700         GO TO 2010-EXIT
066800     END-IF.
066900     IF GR-SPL-IN-BODY = SPACES
067000         GO TO 2010-EXIT
067100     END-IF.
067200     IF GR-SPL-REQ-OPEN
067300         MOVE GR-SPL-CUR-OWNER TO GR-SPL-LINE-OWNER
067400     ELSE
067500         MOVE 1 TO GR-SPL-LINE-OWNER
067600     END-IF.
067700     PERFORM 2300-POST-LINE-OWNER THRU 2300-EXIT.
067800 2010-EXIT.
067900     EXIT.
068000*
069700 2100-START-PAGE.
069800     IF GR-SPL-PAGE-COUNT > ZERO
069900         PERFORM 2150-CLOSE-PAGE THRU 2150-EXIT
070000     END-IF.
070100     IF GR-SPL-PAGE-COUNT NOT < GR-SPL-PAGE-MAX
070200         DISPLAY "GQ2100E - RPTFILE HAS MORE THAN "
070300             GR-SPL-PAGE-MAX " PAGES - NOTHING SPLIT"
070400         SET GR-SPL-TABLE-FULL TO TRUE
070500         MOVE 16 TO GR-SPL-RC-REQUESTED
070600         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
070700         GO TO 2100-EXIT
070800     END-IF.
070900     ADD 1 TO GR-SPL-PAGE-COUNT.
071000     MOVE ZERO TO GR-SPL-PG-OWNER(GR-SPL-PAGE-COUNT)
071100                  GR-SPL-PG-WRITTEN(GR-SPL-PAGE-COUNT).
071200     MOVE "N" TO GR-SPL-PG-MIXED-SW(GR-SPL-PAGE-COUNT).
071300 2100-EXIT.
071400     EXIT.
071500*
071600 2150-CLOSE-PAGE.
071700     IF GR-SPL-PAGE-COUNT = ZERO
071800         GO TO 2150-EXIT
071900     END-IF.
072000     IF GR-SPL-PG-OWNER(GR-SPL-PAGE-COUNT) = ZERO
072100         MOVE 1 TO GR-SPL-PG-OWNER(GR-SPL-PAGE-COUNT)
072200         ADD 1 TO GR-SPL-OW-PAGES(1)
072300     END-IF.
072400 2150-EXIT.
072500     EXIT.
072600*
072700******************************************************************
072800*    2200-FIND-OWNER                                            *
072900*    LEAVES THE OWNER TABLE ENTRY FOR GR-SPL-WORK-ID IN          *
073000*    GR-SPL-OWN-HIT, ADDING IT THE FIRST TIME THE OPERATOR IS    *
073100*    SEEN SO THE OUTPUTS COME OUT IN RPTFILE ORDER.              *
073200******************************************************************
073300 2200-FIND-OWNER.
073400     MOVE ZERO TO GR-SPL-OWN-HIT.
073500     PERFORM 2210-MATCH-ONE-OWNER THRU 2210-EXIT
073600             VARYING GR-SPL-OWN-SCAN FROM 2 BY 1
073700             UNTIL GR-SPL-OWN-SCAN > GR-SPL-OWN-COUNT
073800                OR GR-SPL-OWN-HIT > ZERO.
073900     IF GR-SPL-OWN-HIT > ZERO
074000         GO TO 2200-EXIT
074100     END-IF.
074200     IF GR-SPL-OWN-COUNT NOT < GR-SPL-OWN-MAX
074300         DISPLAY "GQ2200E - MORE THAN " GR-SPL-OWN-MAX
074400             " OPERATORS ON RPTFILE - NOTHING SPLIT"
074500         SET GR-SPL-TABLE-FULL TO TRUE
074600         MOVE 16 TO GR-SPL-RC-REQUESTED
074700         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
074800         GO TO 2200-EXIT
074900     END-IF.
075000     ADD 1 TO GR-SPL-OWN-COUNT.
075100     MOVE GR-SPL-OWN-COUNT TO GR-SPL-OWN-HIT.
075200     MOVE GR-SPL-WORK-ID TO GR-SPL-OW-ID(GR-SPL-OWN-HIT).
075300     MOVE ZERO TO GR-SPL-OW-REQS(GR-SPL-OWN-HIT)
075400                  GR-SPL-OW-PAGES(GR-SPL-OWN-HIT).
075500 2200-EXIT.
075600     EXIT.
075700*
075800 2210-MATCH-ONE-OWNER.
075900     IF GR-SPL-OW-ID(GR-SPL-OWN-SCAN) = GR-SPL-WORK-ID
076000         MOVE GR-SPL-OWN-SCAN TO GR-SPL-OWN-HIT
076100     END-IF.
076200 2210-EXIT.
076300     EXIT.
076400*
076405 2300-POST-LINE-OWNER.
076410     IF GR-SPL-PG-OWNER(GR-SPL-PAGE-COUNT) = ZERO
076415         MOVE GR-SPL-LINE-OWNER
076420             TO GR-SPL-PG-OWNER(GR-SPL-PAGE-COUNT)
076425         ADD 1 TO GR-SPL-OW-PAGES(GR-SPL-LINE-OWNER)
076430     ELSE
076435         IF GR-SPL-LINE-OWNER
076440                 NOT = GR-SPL-PG-OWNER(GR-SPL-PAGE-COUNT)
076445             AND NOT GR-SPL-PG-MIXED(GR-SPL-PAGE-COUNT)
076450             MOVE "Y" TO GR-SPL-PG-MIXED-SW(GR-SPL-PAGE-COUNT)
076455             ADD 1 TO GR-SPL-MIXED-PAGES
076460         END-IF
076465     END-IF.
076470 2300-EXIT.
076475     EXIT.
076480*
076500******************************************************************
076600*    2500-ROUTE-OWNERS                                          *
076700*    LOOKS EVERY OWNER UP ON THE ROUTING TABLE. THE RUN NOTES    *
076800*    ALWAYS GO TO THE DEFAULT DESTINATION, IN THE COPIES THE     *
076810*    *RUN ENTRY ASKS FOR; AN OPERATOR MISSING FROM THE TABLE     *
076900*    GOES THERE TOO, BUT FLAGGED (RC 4).                         *
077000******************************************************************
077100 2500-ROUTE-OWNERS.
077200     PERFORM 2510-ROUTE-ONE-OWNER THRU 2510-EXIT
077300             VARYING GR-SPL-OWN-SUB FROM 1 BY 1
077400             UNTIL GR-SPL-OWN-SUB > GR-SPL-OWN-COUNT.
077500 2500-EXIT.
077600     EXIT.
077700*
077800 2510-ROUTE-ONE-OWNER.
077900     MOVE "N" TO GR-SPL-OW-DEFAULT-SW(GR-SPL-OWN-SUB).
078000     MOVE ZERO TO GR-SPL-RTE-HIT.
078100     IF GR-SPL-OWN-SUB > 1
078200         MOVE GR-SPL-OW-ID(GR-SPL-OWN-SUB) TO GR-SPL-WORK-ID
078300         PERFORM 2520-FIND-ROUTE THRU 2520-EXIT
078400     END-IF.
078500     IF GR-SPL-RTE-HIT > ZERO
078600         MOVE GR-SPL-RT-DEST(GR-SPL-RTE-HIT)
078700             TO GR-SPL-OW-DEST(GR-SPL-OWN-SUB)
078800         MOVE GR-SPL-RT-OUT-SUB(GR-SPL-RTE-HIT)
078900             TO GR-SPL-OW-OUT-SUB(GR-SPL-OWN-SUB)
079000         MOVE GR-SPL-RT-COPIES(GR-SPL-RTE-HIT)
079100             TO GR-SPL-OW-COPIES(GR-SPL-OWN-SUB)
079200         MOVE GR-SPL-RT-CLASS(GR-SPL-RTE-HIT)
079300             TO GR-SPL-OW-CLASS(GR-SPL-OWN-SUB)
079400         ADD 1 TO GR-SPL-ROUTED-OPS
079500         GO TO 2510-EXIT
079600     END-IF.
079700     MOVE GR-SPL-DFLT-DEST TO GR-SPL-OW-DEST(GR-SPL-OWN-SUB).
079800     MOVE GR-SPL-OUT-DEFAULT TO GR-SPL-OW-OUT-SUB(GR-SPL-OWN-SUB).
079900     MOVE GR-SPL-DFLT-COPIES TO GR-SPL-OW-COPIES(GR-SPL-OWN-SUB).
080000     MOVE GR-SPL-DFLT-CLASS TO GR-SPL-OW-CLASS(GR-SPL-OWN-SUB).
080010     IF GR-SPL-OWN-SUB = 1
080020         PERFORM 2540-ROUTE-RUN-NOTES THRU 2540-EXIT
080030         GO TO 2510-EXIT
080040     END-IF.
080100     IF GR-SPL-OWN-SUB > 1
080200         MOVE "Y" TO GR-SPL-OW-DEFAULT-SW(GR-SPL-OWN-SUB)
080300         ADD 1 TO GR-SPL-FLAGGED-OPS
080400         DISPLAY "GQ2510W - OPERATOR "
080500             GR-SPL-OW-ID(GR-SPL-OWN-SUB)
080600             " NOT IN ROUTTAB - SENT TO " GR-SPL-DFLT-DEST
080700         MOVE 4 TO GR-SPL-RC-REQUESTED
080800         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
080900     END-IF.
081000 2510-EXIT.
081100     EXIT.
081200*
081300 2520-FIND-ROUTE.
081400     MOVE ZERO TO GR-SPL-RTE-HIT.
081500     PERFORM 2530-MATCH-ONE-ROUTE THRU 2530-EXIT
081600             VARYING GR-SPL-RTE-SCAN FROM 1 BY 1
081700             UNTIL GR-SPL-RTE-SCAN > GR-SPL-RTE-COUNT
081800                OR GR-SPL-RTE-HIT > ZERO.
081900 2520-EXIT.
082000     EXIT.
082100*
082200 2530-MATCH-ONE-ROUTE.
082300     IF GR-SPL-RT-OPERATOR(GR-SPL-RTE-SCAN) = GR-SPL-WORK-ID
082400         MOVE GR-SPL-RTE-SCAN TO GR-SPL-RTE-HIT
082500     END-IF.
082600 2530-EXIT.
082700     EXIT.
082800*
082802*    THE RUN NOTES SHARE PRTDFLT WITH THE OPERATORS SENT TO THE
082804*    DEFAULT DESTINATION, AND ONE DD GOES TO ONE PLACE - A *RUN
082806*    ENTRY THAT DISAGREES WITH PRTDFLT IS ROUTED AS PRTDFLT
082808*    ACTUALLY PRINTS, AND SAYS SO, AS GQ1220W DOES.
082810*
082812 2540-ROUTE-RUN-NOTES.
082814     IF NOT GR-SPL-RUN-ROUTED
082816         GO TO 2540-EXIT
082818     END-IF.
082820     MOVE GR-SPL-RUN-COPIES TO GR-SPL-OW-COPIES(1).
082822     IF GR-SPL-RUN-DEST NOT = GR-SPL-OW-DEST(1)
082824             OR GR-SPL-RUN-CLASS NOT = GR-SPL-OW-CLASS(1)
082826         DISPLAY "GQ2540W - ROUTTAB ENTRY *RUN DISAGREES WITH "
082828             GR-SPL-DD-NAME(GR-SPL-OUT-DEFAULT) " - ROUTED TO "
082830             GR-SPL-OW-DEST(1) " CLASS " GR-SPL-OW-CLASS(1)
082832         MOVE 4 TO GR-SPL-RC-REQUESTED
082834         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
082836     END-IF.
082838 2540-EXIT.
082840     EXIT.
082842*
082900******************************************************************
083000*    3000-WRITE-OUTPUTS                                         *
083100*    PASS TWO. EACH OWNER WITH PAGES, IN ORDER OF FIRST          *
083200*    APPEARANCE, GETS EACH OF ITS COPIES - A COVER SHEET AND     *
083300*    THEN ITS OWN PAGES, COPIED FROM A FRESH READ OF RPTFILE.    *
083400******************************************************************
083500 3000-WRITE-OUTPUTS.
083600     PERFORM 3010-WRITE-ONE-OWNER THRU 3010-EXIT
083700             VARYING GR-SPL-OWN-SUB FROM 1 BY 1
083800             UNTIL GR-SPL-OWN-SUB > GR-SPL-OWN-COUNT.
083900 3000-EXIT.
084000     EXIT.
084100*
084200 3010-WRITE-ONE-OWNER.
084300     IF GR-SPL-OW-PAGES(GR-SPL-OWN-SUB) = ZERO
084400         GO TO 3010-EXIT
084500     END-IF.
084600     MOVE GR-SPL-OW-OUT-SUB(GR-SPL-OWN-SUB) TO GR-SPL-OUT-SUB.
084700     PERFORM 3100-WRITE-ONE-COPY THRU 3100-EXIT
084800             VARYING GR-SPL-COPY-NO FROM 1 BY 1
084900             UNTIL GR-SPL-COPY-NO
085000                 > GR-SPL-OW-COPIES(GR-SPL-OWN-SUB).
085100     DISPLAY "GQ3010I - " GR-SPL-OW-ID(GR-SPL-OWN-SUB) " "
085200         GR-SPL-OW-PAGES(GR-SPL-OWN-SUB) " PAGE(S) X "
085300         GR-SPL-OW-COPIES(GR-SPL-OWN-SUB) " TO "
085400         GR-SPL-DD-NAME(GR-SPL-OUT-SUB) " "
085500         GR-SPL-OW-DEST(GR-SPL-OWN-SUB).
085600 3010-EXIT.
085700     EXIT.
085800*
085900 3100-WRITE-ONE-COPY.
086000     PERFORM 3200-WRITE-COVER-SHEET THRU 3200-EXIT.
086100     OPEN INPUT RPT-FILE.
086200     IF GR-SPL-RPT-STATUS NOT = "00"
086300         DISPLAY "GQ3100E - UNABLE TO REOPEN RPTFILE, STATUS "
086400             GR-SPL-RPT-STATUS " - " GR-SPL-OW-ID(GR-SPL-OWN-SUB)
086500             " NOT PRINTED"
086600         MOVE 8 TO GR-SPL-RC-REQUESTED
086700         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
086800         GO TO 3100-EXIT
086900     END-IF.
087000     MOVE ZERO TO GR-SPL-PASS-PAGE GR-SPL-LAST-PAGE.
087100     MOVE "N" TO GR-SPL-EOF-SW.
087200     PERFORM 3110-COPY-ONE-LINE THRU 3110-EXIT
087300             UNTIL GR-SPL-EOF.
087400     CLOSE RPT-FILE.
087500 3100-EXIT.
087600     EXIT.
087700*
087800*    PAGES ARE COUNTED EXACTLY AS PASS ONE COUNTED THEM, SO
087900*    GR-SPL-PASS-PAGE INDEXES THE SAME PAGE TABLE ENTRY. ONLY
088000*    THE FIRST COPY COUNTS TOWARD THE DISTRIBUTION PROOF.
088100 3110-COPY-ONE-LINE.
088200     READ RPT-FILE INTO GR-SPL-IN-LINE
088300         AT END
088400             SET GR-SPL-EOF TO TRUE
088500             GO TO 3110-EXIT
088600     END-READ.
088700     IF GR-SPL-RPT-STATUS NOT = "00"
088800         DISPLAY "GQ3110E - RPTFILE READ ERROR, STATUS "
088900             GR-SPL-RPT-STATUS
089000         SET GR-SPL-EOF TO TRUE
089100         MOVE 8 TO GR-SPL-RC-REQUESTED
089200         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
089300         GO TO 3110-EXIT
089400     END-IF.
089500     IF GR-SPL-IN-CTL = "1" OR GR-SPL-PASS-PAGE = ZERO
089600         ADD 1 TO GR-SPL-PASS-PAGE
089700     END-IF.
089800     IF GR-SPL-PASS-PAGE > GR-SPL-PAGE-COUNT
089900         SET GR-SPL-EOF TO TRUE
090000         GO TO 3110-EXIT
090100     END-IF.
090200     IF GR-SPL-PG-OWNER(GR-SPL-PASS-PAGE) NOT = GR-SPL-OWN-SUB
090300         GO TO 3110-EXIT
090400     END-IF.
090500     MOVE GR-SPL-IN-LINE TO GR-SPL-OUT-RECORD.
090600     PERFORM 4900-WRITE-OUTPUT-LINE THRU 4900-EXIT.
090700     IF GR-SPL-WRITE-OK AND GR-SPL-COPY-NO = 1
090800             AND GR-SPL-PASS-PAGE NOT = GR-SPL-LAST-PAGE
090900         ADD 1 TO GR-SPL-PG-WRITTEN(GR-SPL-PASS-PAGE)
091000         ADD 1 TO GR-SPL-OUT-PAGES(GR-SPL-OUT-SUB)
091100         MOVE GR-SPL-PASS-PAGE TO GR-SPL-LAST-PAGE
091200     END-IF.
091300 3110-EXIT.
091400     EXIT.
091500*
091600******************************************************************
091700*    3200-WRITE-COVER-SHEET                                     *
091800*    ONE COVER PAGE AHEAD OF EACH COPY, TELLING THE PRINT ROOM   *
091900*    WHOSE OUTPUT FOLLOWS AND WHERE IT GOES. AN OPERATOR SENT    *
092000*    TO THE DEFAULT DESTINATION CARRIES A FLAG LINE.             *
092100******************************************************************
092200 3200-WRITE-COVER-SHEET.
092300     MOVE GR-SPL-COVER-TITLE TO GR-SPL-OUT-RECORD.
092400     PERFORM 4900-WRITE-OUTPUT-LINE THRU 4900-EXIT.
092500     MOVE GR-SPL-BLANK-LINE TO GR-SPL-OUT-RECORD.
092600     PERFORM 4900-WRITE-OUTPUT-LINE THRU 4900-EXIT.
092700     MOVE "DESTINATION" TO GR-SPL-CV-CAPTION.
092800     MOVE SPACES TO GR-SPL-CV-VALUE.
092900     STRING GR-SPL-OW-DEST(GR-SPL-OWN-SUB) "  ("
093000                DELIMITED BY SIZE
093100            GR-SPL-DD-NAME(GR-SPL-OUT-SUB) DELIMITED BY SPACE
093200            ")" DELIMITED BY SIZE
093300         INTO GR-SPL-CV-VALUE.
093400     PERFORM 3210-WRITE-COVER-LINE THRU 3210-EXIT.
093500     MOVE "OPERATOR" TO GR-SPL-CV-CAPTION.
093600     IF GR-SPL-OWN-SUB = 1
093700         MOVE "*RUN - HELD, DEFERRED AND SUMMARY NOTES"
093800             TO GR-SPL-CV-VALUE
093900     ELSE
094000         MOVE GR-SPL-OW-ID(GR-SPL-OWN-SUB) TO GR-SPL-CV-VALUE
094100     END-IF.
094200     PERFORM 3210-WRITE-COVER-LINE THRU 3210-EXIT.
094300     MOVE "BUSINESS DATE" TO GR-SPL-CV-CAPTION.
094400     MOVE GR-SPL-BUS-DATE-EDIT TO GR-SPL-CV-VALUE.
094500     PERFORM 3210-WRITE-COVER-LINE THRU 3210-EXIT.
094600     MOVE "REQUESTS" TO GR-SPL-CV-CAPTION.
094700     MOVE GR-SPL-OW-REQS(GR-SPL-OWN-SUB) TO GR-SPL-EDIT-COUNT.
094800     MOVE GR-SPL-EDIT-COUNT TO GR-SPL-CV-VALUE.
094900     PERFORM 3210-WRITE-COVER-LINE THRU 3210-EXIT.
095000     MOVE "PAGES" TO GR-SPL-CV-CAPTION.
095100     MOVE GR-SPL-OW-PAGES(GR-SPL-OWN-SUB) TO GR-SPL-EDIT-COUNT.
095200     MOVE GR-SPL-EDIT-COUNT TO GR-SPL-CV-VALUE.
095300     PERFORM 3210-WRITE-COVER-LINE THRU 3210-EXIT.
095400     MOVE "COPY" TO GR-SPL-CV-CAPTION.
095500     MOVE GR-SPL-COPY-NO TO GR-SPL-EDIT-COPY.
095600     MOVE GR-SPL-OW-COPIES(GR-SPL-OWN-SUB) TO GR-SPL-EDIT-COPIES.
095700     MOVE SPACES TO GR-SPL-CV-VALUE.
095800     STRING "   " GR-SPL-EDIT-COPY " OF " GR-SPL-EDIT-COPIES
095900         DELIMITED BY SIZE INTO GR-SPL-CV-VALUE.
096000     PERFORM 3210-WRITE-COVER-LINE THRU 3210-EXIT.
096100     MOVE "CLASS" TO GR-SPL-CV-CAPTION.
096200     IF GR-SPL-OW-CLASS(GR-SPL-OWN-SUB) = "H"
096300         MOVE "H - HOLD" TO GR-SPL-CV-VALUE
096400     ELSE
096500         MOVE "R - RELEASE" TO GR-SPL-CV-VALUE
096600     END-IF.
096700     PERFORM 3210-WRITE-COVER-LINE THRU 3210-EXIT.
096800     IF GR-SPL-OW-DEFAULTED(GR-SPL-OWN-SUB)
096900         MOVE GR-SPL-BLANK-LINE TO GR-SPL-OUT-RECORD
097000         PERFORM 4900-WRITE-OUTPUT-LINE THRU 4900-EXIT
097100         MOVE GR-SPL-COVER-FLAG-LINE TO GR-SPL-OUT-RECORD
097200         PERFORM 4900-WRITE-OUTPUT-LINE THRU 4900-EXIT
097300     END-IF.
097400 3200-EXIT.
097500     EXIT.
097600*
097700 3210-WRITE-COVER-LINE.
097800     MOVE GR-SPL-BLANK-LINE TO GR-SPL-OUT-RECORD.
097900     PERFORM 4900-WRITE-OUTPUT-LINE THRU 4900-EXIT.
098000     MOVE GR-SPL-COVER-LINE TO GR-SPL-OUT-RECORD.
098100     PERFORM 4900-WRITE-OUTPUT-LINE THRU 4900-EXIT.
098200 3210-EXIT.
098300     EXIT.
098400*
098500******************************************************************
098600*    4000-PRINT-CONTROL-REPORT                                  *
098700*    DISTCTL - ONE LINE PER RPTFILE PAGE SAYING WHO OWNED IT,    *
098800*    WHERE IT WENT AND HOW MANY TIMES ITS FIRST COPY WAS         *
098900*    WRITTEN, THEN THE TOTALS BY OUTPUT AND THE PROOF. THE       *
099000*    DISTRIBUTION IS IN BALANCE ONLY WHEN EVERY PAGE READ WAS    *
099100*    WRITTEN EXACTLY ONCE; OTHERWISE THE STEP ENDS RC 8.         *
099200******************************************************************
099300 4000-PRINT-CONTROL-REPORT.
099400     PERFORM 4010-PRINT-ONE-PAGE THRU 4010-EXIT
099500             VARYING GR-SPL-PAGE-SUB FROM 1 BY 1
099600             UNTIL GR-SPL-PAGE-SUB > GR-SPL-PAGE-COUNT.
099700     MOVE GR-SPL-BLANK-LINE TO GR-SPL-PRINT-RECORD.
099800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
099900     PERFORM 4100-PRINT-ONE-OUTPUT THRU 4100-EXIT
100000             VARYING GR-SPL-OUT-SUB FROM 1 BY 1
100100             UNTIL GR-SPL-OUT-SUB > GR-SPL-OUT-MAX.
100200     MOVE GR-SPL-BLANK-LINE TO GR-SPL-PRINT-RECORD.
100300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
100400     MOVE "RPTFILE PAGES READ" TO GR-SPL-TL-TEXT.
100500     MOVE GR-SPL-PAGE-COUNT TO GR-SPL-TL-COUNT.
100600     PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.
100700     MOVE "RPTFILE REQUESTS READ" TO GR-SPL-TL-TEXT.
100800     MOVE GR-SPL-REQ-TOTAL TO GR-SPL-TL-COUNT.
100900     PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.
101000     MOVE "PAGES WRITTEN TO EXACTLY ONE DESTINATION"
101100         TO GR-SPL-TL-TEXT.
101200     MOVE GR-SPL-ONCE-PAGES TO GR-SPL-TL-COUNT.
101300     PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.
101400     MOVE "PAGES NOT WRITTEN" TO GR-SPL-TL-TEXT.
101500     MOVE GR-SPL-MISSED-PAGES TO GR-SPL-TL-COUNT.
101600     PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.
101700     MOVE "PAGES WRITTEN MORE THAN ONCE" TO GR-SPL-TL-TEXT.
101800     MOVE GR-SPL-MULTI-PAGES TO GR-SPL-TL-COUNT.
101900     PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.
102000     MOVE "PAGES WITH MORE THAN ONE OWNER" TO GR-SPL-TL-TEXT.
102100     MOVE GR-SPL-MIXED-PAGES TO GR-SPL-TL-COUNT.
102200     PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.
102300     MOVE "OPERATORS ROUTED BY ROUTTAB" TO GR-SPL-TL-TEXT.
102400     MOVE GR-SPL-ROUTED-OPS TO GR-SPL-TL-COUNT.
102500     PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.
102600     MOVE "OPERATORS SENT TO THE DEFAULT DESTINATION"
102700         TO GR-SPL-TL-TEXT.
102800     MOVE GR-SPL-FLAGGED-OPS TO GR-SPL-TL-COUNT.
102900     PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.
103000     MOVE "ROUTTAB ENTRIES REJECTED" TO GR-SPL-TL-TEXT.
103100     MOVE GR-SPL-BAD-ROUTES TO GR-SPL-TL-COUNT.
103200     PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.
103300     MOVE GR-SPL-BLANK-LINE TO GR-SPL-PRINT-RECORD.
103400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
103500     IF GR-SPL-ONCE-PAGES = GR-SPL-PAGE-COUNT
103600         MOVE "DISTRIBUTION IN BALANCE - RPTFILE PAGES"
103700             TO GR-SPL-TL-TEXT
103800     ELSE
103900         MOVE "*** OUT OF BALANCE *** - RPTFILE PAGES"
104000             TO GR-SPL-TL-TEXT
104100         DISPLAY "GQ4000E - DISTRIBUTION OUT OF BALANCE - "
104200             GR-SPL-MISSED-PAGES " PAGE(S) NOT WRITTEN, "
104300             GR-SPL-MULTI-PAGES " WRITTEN MORE THAN ONCE"
104400         MOVE 8 TO GR-SPL-RC-REQUESTED
104500         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
104600     END-IF.
104700     MOVE GR-SPL-PAGE-COUNT TO GR-SPL-TL-COUNT.
104800     PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.
104900     IF GR-SPL-MIXED-PAGES > ZERO
105000         MOVE 4 TO GR-SPL-RC-REQUESTED
105100         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
105200     END-IF.
105300 4000-EXIT.
105400     EXIT.
105500*
105600 4010-PRINT-ONE-PAGE.
105700     MOVE GR-SPL-PG-OWNER(GR-SPL-PAGE-SUB) TO GR-SPL-OWN-SUB.
105800     MOVE GR-SPL-OW-OUT-SUB(GR-SPL-OWN-SUB) TO GR-SPL-OUT-SUB.
105900     MOVE GR-SPL-PAGE-SUB TO GR-SPL-DT-PAGE.
106000     MOVE GR-SPL-OW-ID(GR-SPL-OWN-SUB) TO GR-SPL-DT-OWNER.
106100     MOVE GR-SPL-OW-DEST(GR-SPL-OWN-SUB) TO GR-SPL-DT-DEST.
106200     MOVE GR-SPL-DD-NAME(GR-SPL-OUT-SUB) TO GR-SPL-DT-DD-NAME.
106300     MOVE GR-SPL-OW-COPIES(GR-SPL-OWN-SUB) TO GR-SPL-DT-COPIES.
106400     MOVE GR-SPL-OW-CLASS(GR-SPL-OWN-SUB) TO GR-SPL-DT-CLASS.
106500     MOVE GR-SPL-PG-WRITTEN(GR-SPL-PAGE-SUB) TO GR-SPL-DT-WRITTEN.
106600     MOVE SPACES TO GR-SPL-DT-FLAG.
106700     EVALUATE TRUE
106800         WHEN GR-SPL-PG-WRITTEN(GR-SPL-PAGE-SUB) = ZERO
106900             ADD 1 TO GR-SPL-MISSED-PAGES
107000             MOVE "NOT WRITTEN" TO GR-SPL-DT-FLAG
107100         WHEN GR-SPL-PG-WRITTEN(GR-SPL-PAGE-SUB) > 1
107200             ADD 1 TO GR-SPL-MULTI-PAGES
107300             MOVE "WRITTEN MORE THAN ONCE" TO GR-SPL-DT-FLAG
107400         WHEN OTHER
107500             ADD 1 TO GR-SPL-ONCE-PAGES
107600             IF GR-SPL-PG-MIXED(GR-SPL-PAGE-SUB)
107700                 MOVE "MORE THAN ONE OWNER ON PAGE"
107800                     TO GR-SPL-DT-FLAG
107900             ELSE
108000                 IF GR-SPL-OW-DEFAULTED(GR-SPL-OWN-SUB)
108100                     MOVE "NOT IN ROUTING TABLE"
108200                         TO GR-SPL-DT-FLAG
108300                 END-IF
108400             END-IF
108500     END-EVALUATE.
108600     MOVE GR-SPL-DETAIL-LINE TO GR-SPL-PRINT-RECORD.
108700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
108800 4010-EXIT.
108900     EXIT.
109000*
109100 4100-PRINT-ONE-OUTPUT.
109200     IF GR-SPL-OUT-SHEETS(GR-SPL-OUT-SUB) = ZERO
109300         GO TO 4100-EXIT
109400     END-IF.
109500     MOVE GR-SPL-DD-NAME(GR-SPL-OUT-SUB) TO GR-SPL-OL-DD-NAME.
109600     MOVE GR-SPL-OUT-DEST(GR-SPL-OUT-SUB) TO GR-SPL-OL-DEST.
109700     MOVE GR-SPL-OUT-CLASS(GR-SPL-OUT-SUB) TO GR-SPL-OL-CLASS.
109800     MOVE GR-SPL-OUT-PAGES(GR-SPL-OUT-SUB) TO GR-SPL-OL-PAGES.
109900     MOVE GR-SPL-OUT-SHEETS(GR-SPL-OUT-SUB) TO GR-SPL-OL-SHEETS.
110000     MOVE GR-SPL-OUTPUT-LINE TO GR-SPL-PRINT-RECORD.
110100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
110200 4100-EXIT.
110300     EXIT.
110400*
110500 4200-PRINT-TOTAL-LINE.
110600     MOVE GR-SPL-TOTAL-LINE TO GR-SPL-PRINT-RECORD.
110700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
110800 4200-EXIT.
110900     EXIT.
111000*
111002*    RPTFILE OUTGREW THE PAGE OR OPERATOR TABLE IN PASS ONE, SO
111004*    NOTHING WAS WRITTEN TO ANY PRINT OUTPUT. DISTCTL SAYS WHICH
111006*    LIMIT WAS REACHED IN PLACE OF THE PAGE LIST.
111008*
111010 4500-PRINT-NOT-SPLIT.
111012     MOVE GR-SPL-BLANK-LINE TO GR-SPL-PRINT-RECORD.
111014     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
111016     IF GR-SPL-PAGE-COUNT NOT < GR-SPL-PAGE-MAX
111018         MOVE "*** NOT SPLIT *** - RPTFILE PAGES OVER"
111020             TO GR-SPL-TL-TEXT
111022         MOVE GR-SPL-PAGE-MAX TO GR-SPL-TL-COUNT
111024     ELSE
111026         MOVE "*** NOT SPLIT *** - OPERATORS OVER"
111028             TO GR-SPL-TL-TEXT
111030         MOVE GR-SPL-OWN-MAX TO GR-SPL-TL-COUNT
111032     END-IF.
111034     PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.
111036     MOVE "PAGES READ - NOTHING PRINTED, BURST BY HAND"
111038         TO GR-SPL-TL-TEXT.
111040     MOVE GR-SPL-PAGE-COUNT TO GR-SPL-TL-COUNT.
111042     PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.
111044 4500-EXIT.
111046     EXIT.
111048*
111100******************************************************************
111200*    4900-WRITE-OUTPUT-LINE                                     *
111300*    ROUTES GR-SPL-OUT-RECORD TO THE PRINT OUTPUT IN             *
111400*    GR-SPL-OUT-SUB AND SETS GR-SPL-WRITE-OK WHEN IT GOT THERE.  *
111500*    AFTER THE FIRST FAILURE ON AN OUTPUT EVERY FURTHER WRITE    *
111600*    TO IT IS SKIPPED - ITS PAGES THEN SHOW AS NOT WRITTEN ON    *
111700*    DISTCTL AND THE DISTRIBUTION IS OUT OF BALANCE.             *
111800******************************************************************
111900 4900-WRITE-OUTPUT-LINE.
112000     MOVE "N" TO GR-SPL-WRITE-SW.
112100     IF GR-SPL-OUT-FAILED(GR-SPL-OUT-SUB)
112200         GO TO 4900-EXIT
112300     END-IF.
112400     MOVE "00" TO GR-SPL-OUT-STATUS.
112500     EVALUATE GR-SPL-OUT-SUB
112600         WHEN 1
112700             WRITE GR-SPL-OUT1-RECORD FROM GR-SPL-OUT-RECORD
112800             MOVE GR-SPL-OUT1-STATUS TO GR-SPL-OUT-STATUS
112900         WHEN 2
113000             WRITE GR-SPL-OUT2-RECORD FROM GR-SPL-OUT-RECORD
113100             MOVE GR-SPL-OUT2-STATUS TO GR-SPL-OUT-STATUS
113200         WHEN 3
113300             WRITE GR-SPL-OUT3-RECORD FROM GR-SPL-OUT-RECORD
113400             MOVE GR-SPL-OUT3-STATUS TO GR-SPL-OUT-STATUS
113500         WHEN 4
113600             WRITE GR-SPL-OUT4-RECORD FROM GR-SPL-OUT-RECORD
113700             MOVE GR-SPL-OUT4-STATUS TO GR-SPL-OUT-STATUS
113800         WHEN 5
113900             WRITE GR-SPL-OUT5-RECORD FROM GR-SPL-OUT-RECORD
114000             MOVE GR-SPL-OUT5-STATUS TO GR-SPL-OUT-STATUS
114100         WHEN OTHER
114200             WRITE GR-SPL-DFLT-RECORD FROM GR-SPL-OUT-RECORD
114300             MOVE GR-SPL-DFLT-STATUS TO GR-SPL-OUT-STATUS
114400     END-EVALUATE.
114500     IF GR-SPL-OUT-STATUS NOT = "00"
114600         DISPLAY "GQ4900E - " GR-SPL-DD-NAME(GR-SPL-OUT-SUB)
114700             " WRITE FAILED, STATUS " GR-SPL-OUT-STATUS
114800             " - PRINT OUTPUT IS SHORT"
114900         MOVE "Y" TO GR-SPL-OUT-FAILED-SW(GR-SPL-OUT-SUB)
115000         MOVE 8 TO GR-SPL-RC-REQUESTED
115100         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
115200         GO TO 4900-EXIT
115300     END-IF.
115400     SET GR-SPL-WRITE-OK TO TRUE.
115500     IF GR-SPL-OUT-CTL = "1"
115600         ADD 1 TO GR-SPL-OUT-SHEETS(GR-SPL-OUT-SUB)
115700     END-IF.
115800 4900-EXIT.
115900     EXIT.
116000*
116100******************************************************************
116200*    7100-RAISE-RETURN-CODE                                     *
116300*    THE CALLER PUTS THE GRADE IT WANTS IN GR-SPL-RC-REQUESTED;  *
116400*    A LOWER GRADE NEVER OVERWRITES A HIGHER ONE ALREADY SET.    *
116500******************************************************************
116600 7100-RAISE-RETURN-CODE.
116700     IF GR-SPL-RC-REQUESTED > RETURN-CODE
116800         MOVE GR-SPL-RC-REQUESTED TO RETURN-CODE
116900     END-IF.
117000 7100-EXIT.
117100     EXIT.
117200*
117300******************************************************************
117400*    8000-WRITE-REPORT-LINE                                     *
117500*    COMMON PRINT ROUTINE FOR DISTCTL, AS IN GRPNDRPT - A FRESH  *
117600*    PAGE WITH HEADING AND COLUMN HEADINGS ONCE THE PAGE DEPTH   *
117700*    IS REACHED, WITH THE CALLER'S LINE SAVED AROUND THE         *
117800*    HEADING WRITES.                                             *
117900******************************************************************
118000 8000-WRITE-REPORT-LINE.
118100     IF GR-SPL-LINE-COUNT NOT < GR-SPL-PAGE-LIMIT
118200         MOVE GR-SPL-PRINT-RECORD TO GR-SPL-SAVE-LINE
118300         PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT
118400         WRITE GR-SPL-PRINT-RECORD FROM GR-SPL-COLHEAD-LINE
118500         ADD 1 TO GR-SPL-LINE-COUNT
118600         MOVE GR-SPL-SAVE-LINE TO GR-SPL-PRINT-RECORD
118700     END-IF.
118800     WRITE GR-SPL-PRINT-RECORD.
118900     ADD 1 TO GR-SPL-LINE-COUNT.
119000 8000-EXIT.
119100     EXIT.
119200*
119300 8100-WRITE-PAGE-HEADING.
119400     ADD 1 TO GR-SPL-PAGE-NO.
119500     MOVE GR-SPL-PAGE-NO TO GR-SPL-H1-PAGE.
119600     STRING GR-SPL-CURR-MM   "/"
119700            GR-SPL-CURR-DD   "/"
119800            GR-SPL-CURR-CCYY
119900         DELIMITED BY SIZE INTO GR-SPL-H1-DATE.
120000     STRING GR-SPL-CURR-HH   ":"
120100            GR-SPL-CURR-MN   ":"
120200            GR-SPL-CURR-SS
120300         DELIMITED BY SIZE INTO GR-SPL-H1-TIME.
120400     WRITE GR-SPL-PRINT-RECORD FROM GR-SPL-HEADING-LINE.
120500     MOVE 1 TO GR-SPL-LINE-COUNT.
120600 8100-EXIT.
120700     EXIT.
120800*
120900 9000-TERMINATE.
121000     CLOSE PRT-OUT1-FILE.
121100     CLOSE PRT-OUT2-FILE.
121200     CLOSE PRT-OUT3-FILE.
121300     CLOSE PRT-OUT4-FILE.
121400     CLOSE PRT-OUT5-FILE.
121500     CLOSE PRT-DFLT-FILE.
121600     CLOSE CTL-FILE.
121700     DISPLAY "GQ9000I - RPTFILE SPLIT COMPLETE, "
121800         GR-SPL-PAGE-COUNT " PAGE(S), "
121900         GR-SPL-FLAGGED-OPS " OPERATOR(S) TO DEFAULT".
122000 9000-EXIT.
122100     EXIT.
