000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRREPRT.
000300 AUTHOR.        A J MARSH.
000400 INSTALLATION.  DOOM MAINFRAME SYSTEMS - BATCH PRODUCTION.
000500 DATE-WRITTEN.  2026-10-11.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GRREPRT                                                     *
001100*                                                                *
001200*    REPRINTS THE GREET BANNER REPORT FOR A PAST BUSINESS DATE   *
001300*    LONG AFTER ITS RPTFILE GENERATION HAS ROLLED OFF, WITHOUT   *
001400*    RUNNING ANY REQUEST AGAIN. THE //RPPARM CONTROL CARD        *
001500*    (GRRPPARM.CPY) NAMES THE BUSINESS DATE AND, OPTIONALLY,     *
001600*    ONE OPERATOR AND ONE OF ITS REQUEST SEQUENCES:              *
001700*                                                                *
001800*      - THE AUDIT TRAIL IS READ IN RUN ORDER - THE AUDARCH      *
001900*        ARCHIVE FIRST, THEN THE ACTIVE AUDITLOG - AND EVERY     *
002000*        ROW FOR THE DATE THAT MATCHES THE CARD IS REPRINTED     *
002100*      - EACH REQUEST GETS ITS OWN PAGE, WITH THE SAME           *
002200*        SUB-HEADING, BANNER LINES AND REQUEST TOTAL GREET       *
002300*        PRINTED, UNDER A REPRINT HEADING CARRYING THE ORIGINAL  *
002400*        BUSINESS DATE AND THE TIME THE REQUEST ORIGINALLY RAN   *
002500*      - THE BANNER TEXT IS THE MSGTAB WINDOW THAT WAS IN FORCE  *
002600*        ON THE BUSINESS DATE FOR THE CODE THE AUDIT ROW SAYS    *
002700*        PRINTED - EXPIRED WINDOWS STAY ON MSGTAB FOR THIS       *
002800*      - A ROW STILL ON THE ACTIVE LOG THAT IS ALSO ON THE       *
002900*        ARCHIVE (THE LOG WAS NOT REPLACED AFTER GRAUDARC) IS    *
003000*        REPRINTED ONCE                                          *
003100*                                                                *
003200*    AUDIT ROWS WRITTEN BEFORE GREET RECORDED THE MESSAGE CODES  *
003300*    AND BANNERS PRINTED ARE REBUILT AS CLOSELY AS THE FILES     *
003400*    ALLOW - THE CODE FROM THE REQMAST RECORD AND CALFILE, THE   *
003500*    BANNERS FROM THE ITERATION COUNT - AND CARRY A NOTE SAYING  *
003600*    SO. HELD AND DEFERRED NOTES ARE NOT ON THE AUDIT TRAIL AND  *
003700*    ARE NOT REPRINTED.                                          *
003800*                                                                *
003900*    EVERY INPUT IS OPENED FOR INPUT ONLY. NOTHING IS WRITTEN    *
004000*    TO THE AUDIT, FEED, CHECKPOINT, REQUEST MASTER OR           *
004100*    DISTRIBUTION FILES, SO A REPRINT NEVER DISTURBS GRRECON,    *
004200*    GRFDIST OR THE GRCHGBK CHARGEBACK.                          *
004300*                                                                *
004400*    RC 4 - NOTHING MATCHED THE CARD, OR A REQUEST WAS REBUILT   *
004500*    FROM AN OLDER ROW OR PRINTED WITH THE DEFAULT TEXT BECAUSE  *
004600*    ITS MESSAGE WAS NOT FOUND. RC 8 - AN INPUT READ FAILED.     *
004700*    RC 16 - NO USABLE CONTROL CARD, REPRINT COULD NOT BE        *
004800*    WRITTEN, OR NEITHER AUDIT FILE COULD BE READ.               *
004900*                                                                *
005000*    MODIFICATION HISTORY                                       *
005100*    ----------------------                                     *
005200*    2026-10-11  AJM  INITIAL VERSION.                          *
005300*                                                                *
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-370.
005800 OBJECT-COMPUTER.   IBM-370.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT OPTIONAL RP-PARM-FILE ASSIGN TO "RPPARM"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS GR-RPR-PARM-STATUS.
006400     SELECT OPTIONAL ARCH-FILE ASSIGN TO "AUDARCH"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS GR-RPR-ARCH-STATUS.
006700     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITLOG"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS GR-RPR-AUDIT-STATUS.
007000     SELECT OPTIONAL MSG-FILE ASSIGN TO "MSGTAB"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS GR-MSK-KEY
007400         FILE STATUS IS GR-RPR-MSG-STATUS.
007500     SELECT OPTIONAL REQM-FILE ASSIGN TO "REQMAST"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS GR-REQM-KEY
007900         FILE STATUS IS GR-RPR-REQM-STATUS.
008000     SELECT OPTIONAL CAL-FILE ASSIGN TO "CALFILE"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS GR-RPR-CAL-STATUS.
008300     SELECT RPT-FILE ASSIGN TO "REPRINT"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS GR-RPR-RPT-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  RP-PARM-FILE
008900     RECORDING MODE IS F.
009000 01  GR-RPP-RECORD.
009100     COPY GRRPPARM.
009200 FD  ARCH-FILE
009300     RECORDING MODE IS F.
009400 01  GR-RPR-ARCH-RECORD          PIC X(80).
009500 FD  AUDIT-FILE
009600     RECORDING MODE IS F.
009700 01  GR-RPR-AUDIT-IN-RECORD      PIC X(80).
009800 FD  MSG-FILE.
009900 01  GR-MSK-RECORD.
010000     COPY GRMSGK.
010100 FD  REQM-FILE.
010200 01  GR-REQM-RECORD.
010300     COPY GRREQM.
010400 FD  CAL-FILE
010500     RECORDING MODE IS F.
010600 01  GR-CAL-RECORD.
010700     COPY GRCALREC.
010800 FD  RPT-FILE
010900     RECORDING MODE IS F.
011000 01  GR-RPR-PRINT-RECORD         PIC X(133).
011100 WORKING-STORAGE SECTION.
011200 77  GR-RPR-PARM-STATUS          PIC X(02) VALUE "00".
011300 77  GR-RPR-ARCH-STATUS          PIC X(02) VALUE "00".
011400 77  GR-RPR-AUDIT-STATUS         PIC X(02) VALUE "00".
011500 77  GR-RPR-MSG-STATUS           PIC X(02) VALUE "00".
011600 77  GR-RPR-REQM-STATUS          PIC X(02) VALUE "00".
011700 77  GR-RPR-CAL-STATUS           PIC X(02) VALUE "00".
011800 77  GR-RPR-RPT-STATUS           PIC X(02) VALUE "00".
011900 77  GR-RPR-RC-REQUESTED         PIC 9(02) VALUE ZERO.
012000 77  GR-RPR-CARD-SW              PIC X(01) VALUE "N".
012100     88  GR-RPR-CARD-OK          VALUE "Y".
012200 77  GR-RPR-SEQ-SW               PIC X(01) VALUE "N".
012300     88  GR-RPR-SEQ-SELECTED     VALUE "Y".
012400 77  GR-RPR-SELECT-SW            PIC X(01) VALUE "N".
012500     88  GR-RPR-ROW-SELECTED     VALUE "Y".
012600 77  GR-RPR-MSG-OPEN-SW          PIC X(01) VALUE "N".
012700     88  GR-RPR-MSG-OPEN         VALUE "Y".
012800 77  GR-RPR-REQM-OPEN-SW         PIC X(01) VALUE "N".
012900     88  GR-RPR-REQM-OPEN        VALUE "Y".
013000 77  GR-RPR-INPUT-SW             PIC X(01) VALUE "N".
013100     88  GR-RPR-INPUT-READ       VALUE "Y".
013200 77  GR-RPR-FOUND-SW             PIC X(01) VALUE "N".
013300     88  GR-RPR-FOUND            VALUE "Y".
013400 77  GR-RPR-MSG-DONE-SW          PIC X(01) VALUE "N".
013500     88  GR-RPR-MSG-DONE         VALUE "Y".
013600 77  GR-RPR-KEY-FULL-SW          PIC X(01) VALUE "N".
013700     88  GR-RPR-KEY-TABLE-FULL   VALUE "Y".
013800 77  GR-RPR-RPT-FAILED-SW        PIC X(01) VALUE "N".
013900     88  GR-RPR-RPT-FAILED       VALUE "Y".
014000 77  GR-RPR-BUS-DATE             PIC 9(08) VALUE ZERO.
014100 77  GR-RPR-SEL-OPERATOR         PIC X(08) VALUE SPACES.
014200 77  GR-RPR-SEL-SEQ              PIC 9(03) VALUE ZERO.
014300 77  GR-RPR-CAL-OVERRIDE         PIC X(04) VALUE SPACES.
014400 77  GR-RPR-LOOK-CODE            PIC X(04) VALUE SPACES.
014500 77  GR-RPR-CODE-REQUESTED       PIC X(04) VALUE SPACES.
014600 77  GR-RPR-MSG-TEXT             PIC X(60) VALUE SPACES.
014700 77  GR-RPR-NOTE-MSG             PIC X(70) VALUE SPACES.
014800 77  GR-RPR-NOTE-ITER            PIC X(70) VALUE SPACES.
014900 77  GR-RPR-ITER-DONE            PIC 9(04) COMP VALUE ZERO.
015000 77  GR-RPR-ITER-INDEX           PIC 9(04) COMP VALUE ZERO.
015100 77  GR-RPR-ARCH-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
015200 77  GR-RPR-LOG-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
015300 77  GR-RPR-REQ-COUNT            PIC 9(05) COMP VALUE ZERO.
015400 77  GR-RPR-DUP-COUNT            PIC 9(05) COMP VALUE ZERO.
015500 77  GR-RPR-OLD-ROW-COUNT        PIC 9(05) COMP VALUE ZERO.
015600 77  GR-RPR-NO-TEXT-COUNT        PIC 9(05) COMP VALUE ZERO.
015700 77  GR-RPR-TOTAL-ITER           PIC 9(07) COMP VALUE ZERO.
015800 77  GR-RPR-KEY-MAX              PIC 9(04) COMP VALUE 2000.
015900 77  GR-RPR-KEY-COUNT            PIC 9(04) COMP VALUE ZERO.
016000 77  GR-RPR-KEY-SUB              PIC 9(04) COMP VALUE ZERO.
016100 77  GR-RPR-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
016200 77  GR-RPR-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
016300 77  GR-RPR-PAGE-LIMIT           PIC 9(03) COMP VALUE 055.
016400 77  GR-RPR-SAVE-LINE            PIC X(133) VALUE SPACES.
016500 77  GR-RPR-HDG-DATE             PIC X(10) VALUE SPACES.
016600 77  GR-RPR-HDG-TIME             PIC X(08) VALUE SPACES.
016700 01  GR-RPR-CURRENT-DATE.
016800     05  GR-RPR-CURR-CCYY        PIC 9(04).
016900     05  GR-RPR-CURR-MM          PIC 9(02).
017000     05  GR-RPR-CURR-DD          PIC 9(02).
017100 01  GR-RPR-CURRENT-TIME.
017200     05  GR-RPR-CURR-HH          PIC 9(02).
017300     05  GR-RPR-CURR-MN          PIC 9(02).
017400     05  GR-RPR-CURR-SS          PIC 9(02).
017500     05  GR-RPR-CURR-HS          PIC 9(02).
017600 01  GR-RPR-ROW-TIME.
017700     05  GR-RPR-ROW-HH           PIC X(02).
017800     05  GR-RPR-ROW-MN           PIC X(02).
017900     05  GR-RPR-ROW-SS           PIC X(02).
018000     05  GR-RPR-ROW-HS           PIC X(02).
018100*
018200*    THE AUDIT ROW BEING REPRINTED. BOTH AUDIT FILES ARE READ
018300*    INTO THIS ONE AREA, SO THE FDS ARE PLAIN 80-BYTE RECORDS.
018400*
018500 01  GR-AUDIT-RECORD.
018600     COPY GREETLOG.
018700*
018800*    EVERY SELECTED ROW TAKEN FROM THE ARCHIVE, WHOLE, SO A ROW
018900*    ALSO LEFT ON THE ACTIVE LOG CAN BE RECOGNISED AND SKIPPED.
019000*    A ROW IS COPIED BYTE FOR BYTE TO AUDARCH, SO A WHOLE-ROW
019100*    MATCH IS EXACT.
019200*
019300 01  GR-RPR-KEY-TABLE.
019400     05  GR-RPR-KEY-ENTRY        PIC X(80)
019500                                 OCCURS 2000 TIMES.
019600*
019700*    THE BANNER REPORT LINES ARE THE ONES GREET PRINTS, SO A
019800*    REPRINTED PAGE LOOKS LIKE THE ORIGINAL.
019900*
020000     COPY GRRPT.
020100 01  GR-RPR-REPRINT-LINE.
020200     05  GR-RPR-RL-CTL           PIC X(01) VALUE SPACE.
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  FILLER                  PIC X(34) VALUE
020500         "*** REPRINT *** ORIGINAL RUN DATE ".
020600     05  GR-RPR-RL-ORIG-DATE     PIC X(10).
020700     05  FILLER                  PIC X(13) VALUE
020800         " - REPRINTED ".
020900     05  GR-RPR-RL-DATE          PIC X(10).
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  GR-RPR-RL-TIME          PIC X(08).
021200     05  FILLER                  PIC X(32) VALUE
021300         " - NO REQUEST WAS RUN AGAIN *** ".
021400     05  FILLER                  PIC X(24) VALUE SPACES.
021500 01  GR-RPR-BLANK-LINE.
021600     05  GR-RPR-BL-CTL           PIC X(01) VALUE SPACE.
021700     05  FILLER                  PIC X(132) VALUE SPACES.
021800 01  GR-RPR-NOTE-LINE.
021900     05  GR-RPR-NL-CTL           PIC X(01) VALUE SPACE.
022000     05  FILLER                  PIC X(01) VALUE SPACE.
022100     05  FILLER                  PIC X(09) VALUE "REPRINT: ".
022200     05  GR-RPR-NL-TEXT          PIC X(70).
022300     05  FILLER                  PIC X(52) VALUE SPACES.
022400 01  GR-RPR-SELECT-LINE.
022500     05  GR-RPR-SL-CTL           PIC X(01) VALUE SPACE.
022600     05  FILLER                  PIC X(01) VALUE SPACE.
022700     05  FILLER                  PIC X(25) VALUE
022800         "SELECTION: BUSINESS DATE ".
022900     05  GR-RPR-SL-DATE          PIC 9(08).
023000     05  FILLER                  PIC X(12) VALUE
023100         "   OPERATOR ".
023200     05  GR-RPR-SL-OPERATOR      PIC X(08).
023300     05  FILLER                  PIC X(12) VALUE
023400         "   SEQUENCE ".
023500     05  GR-RPR-SL-SEQ           PIC X(04).
023600     05  FILLER                  PIC X(62) VALUE SPACES.
023700 01  GR-RPR-TOTAL-LINE.
023800     05  GR-RPR-TL-CTL           PIC X(01) VALUE SPACE.
023900     05  FILLER                  PIC X(01) VALUE SPACE.
024000     05  GR-RPR-TL-TEXT          PIC X(44).
024100     05  GR-RPR-TL-COUNT         PIC ZZZZZZ9.
024200     05  FILLER                  PIC X(80) VALUE SPACES.
024300*
024400 PROCEDURE DIVISION.
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024700     PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT.
024800     PERFORM 2100-SCAN-ACTIVE-LOG THRU 2100-EXIT.
024900     PERFORM 4000-PRINT-REPRINT-TOTALS THRU 4000-EXIT.
025000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025100 9999-EXIT-PROGRAM.
025200     STOP RUN.
025300*
025400******************************************************************
025500*    1000-INITIALIZE                                            *
025600*    TAKES THE CONTROL CARD - NOTHING IS OPENED OR PRINTED       *
025700*    WITHOUT A GOOD ONE - THEN OPENS THE REPRINT, FINDS ANY      *
025800*    SHOP CALENDAR OVERRIDE FOR THE DATE AND OPENS MSGTAB AND    *
025900*    REQMAST FOR INPUT. A MISSING MSGTAB IS ONLY A WARNING: THE  *
026000*    REQUESTS STILL REPRINT, WITH THE DEFAULT TEXT.              *
026100******************************************************************
026200 1000-INITIALIZE.
026300     ACCEPT GR-RPR-CURRENT-DATE FROM DATE YYYYMMDD.
026400     ACCEPT GR-RPR-CURRENT-TIME FROM TIME.
026500     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
026600     IF NOT GR-RPR-CARD-OK
026700         MOVE 16 TO RETURN-CODE
026800         GO TO 9999-EXIT-PROGRAM
026900     END-IF.
027000     OPEN OUTPUT RPT-FILE.
027100     IF GR-RPR-RPT-STATUS NOT = "00"
027200         DISPLAY "GZ1000E - UNABLE TO OPEN REPRINT, STATUS "
027300             GR-RPR-RPT-STATUS
027400         MOVE 16 TO RETURN-CODE
027500         GO TO 9999-EXIT-PROGRAM
027600     END-IF.
027700     PERFORM 1200-FIND-CALENDAR-DAY THRU 1200-EXIT.
027800     OPEN INPUT MSG-FILE.
027900     IF GR-RPR-MSG-STATUS = "00"
028000         SET GR-RPR-MSG-OPEN TO TRUE
028100     ELSE
028200         DISPLAY "GZ1000W - MSGTAB NOT AVAILABLE, STATUS "
028300             GR-RPR-MSG-STATUS " - DEFAULT BANNER TEXT USED"
028400     END-IF.
028500     OPEN INPUT REQM-FILE.
028600     IF GR-RPR-REQM-STATUS = "00"
028700         SET GR-RPR-REQM-OPEN TO TRUE
028800     END-IF.
028900     STRING GR-RPP-BUS-MM   "/"
029000            GR-RPP-BUS-DD   "/"
029100            GR-RPP-BUS-CCYY
029200         DELIMITED BY SIZE INTO GR-RPR-RL-ORIG-DATE.
029300     MOVE GR-RPR-RL-ORIG-DATE TO GR-RPR-HDG-DATE.
029400     STRING GR-RPR-CURR-MM   "/"
029500            GR-RPR-CURR-DD   "/"
029600            GR-RPR-CURR-CCYY
029700         DELIMITED BY SIZE INTO GR-RPR-RL-DATE.
029800     STRING GR-RPR-CURR-HH   ":"
029900            GR-RPR-CURR-MN   ":"
030000            GR-RPR-CURR-SS
030100         DELIMITED BY SIZE INTO GR-RPR-RL-TIME.
030200     DISPLAY "GZ1000I - REPRINTING BUSINESS DATE "
030300         GR-RPR-BUS-DATE " OPERATOR " GR-RPR-SEL-OPERATOR
030400         " SEQUENCE " GR-RPP-REQ-SEQ-X.
030500 1000-EXIT.
030600     EXIT.
030700*
030800******************************************************************
030900*    1100-READ-CONTROL-CARD                                     *
031000*    THE BUSINESS DATE MUST BE A PLAUSIBLE CCYYMMDD DATE. THE    *
031100*    OPERATOR-ID AND SEQUENCE ARE OPTIONAL, BUT A SEQUENCE ON    *
031200*    ITS OWN WOULD PICK THE SAME NUMBER FROM EVERY OPERATOR, SO  *
031300*    IT IS ONLY TAKEN WITH AN OPERATOR-ID.                       *
031400******************************************************************
031500 1100-READ-CONTROL-CARD.
031600     OPEN INPUT RP-PARM-FILE.
031700     IF GR-RPR-PARM-STATUS NOT = "00"
031800         DISPLAY "GZ1100E - NO RPPARM CONTROL CARD, STATUS "
031900             GR-RPR-PARM-STATUS " - NOTHING REPRINTED"
032000         GO TO 1100-EXIT
032100     END-IF.
032200     READ RP-PARM-FILE
032300         AT END
032400             DISPLAY "GZ1100E - RPPARM IS EMPTY - NOTHING "
032500                 "REPRINTED"
032600             GO TO 1100-EXIT
032700     END-READ.
032800     IF GR-RPP-BUS-DATE IS NOT NUMERIC
032900         DISPLAY "GZ1100E - RPPARM BUSINESS DATE "
033000             GR-RPP-BUS-DATE-X " IS NOT NUMERIC"
033100         GO TO 1100-EXIT
033200     END-IF.
033300     IF GR-RPP-BUS-MM < 1 OR GR-RPP-BUS-MM > 12
033400         OR GR-RPP-BUS-DD < 1 OR GR-RPP-BUS-DD > 31
033500         OR GR-RPP-BUS-CCYY < 1900
033600         DISPLAY "GZ1100E - RPPARM BUSINESS DATE "
033700             GR-RPP-BUS-DATE " IS NOT A VALID CCYYMMDD DATE"
033800         GO TO 1100-EXIT
033900     END-IF.
034000     IF GR-RPP-REQ-SEQ-X NOT = SPACES
034100         IF GR-RPP-REQ-SEQ IS NOT NUMERIC
034200             DISPLAY "GZ1100E - RPPARM REQUEST SEQUENCE "
034300                 GR-RPP-REQ-SEQ-X " IS NOT NUMERIC"
034400             GO TO 1100-EXIT
034500         END-IF
034600         IF GR-RPP-OPERATOR-ID = SPACES
034700             DISPLAY "GZ1100E - RPPARM REQUEST SEQUENCE "
034800                 "NEEDS AN OPERATOR-ID"
034900             GO TO 1100-EXIT
035000         END-IF
035100         MOVE GR-RPP-REQ-SEQ TO GR-RPR-SEL-SEQ
035200         SET GR-RPR-SEQ-SELECTED TO TRUE
035300     END-IF.
035400     MOVE GR-RPP-BUS-DATE TO GR-RPR-BUS-DATE.
035500     MOVE GR-RPP-OPERATOR-ID TO GR-RPR-SEL-OPERATOR.
035600     SET GR-RPR-CARD-OK TO TRUE.
035700 1100-EXIT.
035800     IF GR-RPR-PARM-STATUS = "00" OR GR-RPR-PARM-STATUS = "10"
035900         CLOSE RP-PARM-FILE
036000     END-IF.
036100     EXIT.
036200*
036300******************************************************************
036400*    1200-FIND-CALENDAR-DAY                                     *
036500*    LOOKS FOR THE SHOP CALENDAR RECORD FOR THE BUSINESS DATE,   *
036600*    AS GREET DID THAT NIGHT. ITS MESSAGE CODE IS ONLY USED TO   *
036700*    REBUILD AN OLDER AUDIT ROW - A NEWER ROW SAYS WHICH CODE    *
036800*    ACTUALLY PRINTED.                                           *
036900******************************************************************
037000 1200-FIND-CALENDAR-DAY.
037100     OPEN INPUT CAL-FILE.
037200     IF GR-RPR-CAL-STATUS NOT = "00"
037300         GO TO 1200-EXIT
037400     END-IF.
037500     PERFORM 1210-READ-CAL-RECORD THRU 1210-EXIT
037600             UNTIL GR-RPR-CAL-STATUS = "10".
037700 1200-EXIT.
037800     IF GR-RPR-CAL-STATUS = "00" OR GR-RPR-CAL-STATUS = "10"
037900         CLOSE CAL-FILE
038000     END-IF.
038100     EXIT.
038200*
038300 1210-READ-CAL-RECORD.
038400     READ CAL-FILE
038500         AT END
038600             MOVE "10" TO GR-RPR-CAL-STATUS
038700             GO TO 1210-EXIT
038800     END-READ.
038900     IF GR-RPR-CAL-STATUS NOT = "00"
039000         DISPLAY "GZ1210E - CALFILE READ ERROR, STATUS "
039100             GR-RPR-CAL-STATUS
039200         MOVE "10" TO GR-RPR-CAL-STATUS
039300         MOVE 8 TO GR-RPR-RC-REQUESTED
039400         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
039500         GO TO 1210-EXIT
039600     END-IF.
039700     IF GR-CAL-DATE IS NUMERIC
039800             AND GR-CAL-DATE = GR-RPR-BUS-DATE
039900             AND GR-CAL-MSG-CODE NOT = SPACES
040000         MOVE GR-CAL-MSG-CODE TO GR-RPR-CAL-OVERRIDE
040100     END-IF.
040200 1210-EXIT.
040300     EXIT.
040400*
040500******************************************************************
040600*    2000-SCAN-ARCHIVE                                          *
040700*    THE ARCHIVE HOLDS THE OLDEST ROWS, SO IT IS READ FIRST TO   *
040800*    KEEP THE REPRINT IN RUN ORDER. A RECENT DATE IS ENTIRELY    *
040900*    ON THE ACTIVE LOG, SO A MISSING ARCHIVE IS ONLY NOTED.      *
041000******************************************************************
041100 2000-SCAN-ARCHIVE.
041200     OPEN INPUT ARCH-FILE.
041300     IF GR-RPR-ARCH-STATUS NOT = "00"
041400         DISPLAY "GZ2000I - AUDARCH NOT AVAILABLE, STATUS "
041500             GR-RPR-ARCH-STATUS " - ACTIVE LOG ONLY"
041600         GO TO 2000-EXIT
041700     END-IF.
041800     SET GR-RPR-INPUT-READ TO TRUE.
041900     PERFORM 2010-READ-ARCHIVE-ROW THRU 2010-EXIT
042000             UNTIL GR-RPR-ARCH-STATUS = "10".
042100     CLOSE ARCH-FILE.
042200 2000-EXIT.
042300     EXIT.
042400*
042500 2010-READ-ARCHIVE-ROW.
042600     READ ARCH-FILE INTO GR-AUDIT-RECORD
042700         AT END
042800             MOVE "10" TO GR-RPR-ARCH-STATUS
042900             GO TO 2010-EXIT
043000     END-READ.
043100     IF GR-RPR-ARCH-STATUS NOT = "00"
043200         DISPLAY "GZ2010E - AUDARCH READ ERROR, STATUS "
043300             GR-RPR-ARCH-STATUS " - REPRINT MAY BE INCOMPLETE"
043400         MOVE "10" TO GR-RPR-ARCH-STATUS
043500         MOVE 8 TO GR-RPR-RC-REQUESTED
043600         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
043700         GO TO 2010-EXIT
043800     END-IF.
043900     ADD 1 TO GR-RPR-ARCH-READ-COUNT.
044000     PERFORM 2200-CHECK-SELECTION THRU 2200-EXIT.
044100     IF NOT GR-RPR-ROW-SELECTED
044200         GO TO 2010-EXIT
044300     END-IF.
044400     PERFORM 2300-REMEMBER-ROW THRU 2300-EXIT.
044500     PERFORM 3000-REPRINT-REQUEST THRU 3000-EXIT.
044600 2010-EXIT.
044700     EXIT.
044800*
044900******************************************************************
045000*    2100-SCAN-ACTIVE-LOG                                       *
045100*    READS THE ACTIVE AUDITLOG AFTER THE ARCHIVE. A SELECTED     *
045200*    ROW ALREADY REPRINTED FROM THE ARCHIVE IS COUNTED AND       *
045300*    SKIPPED.                                                    *
045400******************************************************************
045500 2100-SCAN-ACTIVE-LOG.
045600     OPEN INPUT AUDIT-FILE.
045700     IF GR-RPR-AUDIT-STATUS NOT = "00"
045800         DISPLAY "GZ2100W - AUDITLOG NOT AVAILABLE, STATUS "
045900             GR-RPR-AUDIT-STATUS
046000         GO TO 2100-EXIT
046100     END-IF.
046200     SET GR-RPR-INPUT-READ TO TRUE.
046300     PERFORM 2110-READ-ACTIVE-ROW THRU 2110-EXIT
046400             UNTIL GR-RPR-AUDIT-STATUS = "10".
046500     CLOSE AUDIT-FILE.
046600 2100-EXIT.
046700     EXIT.
046800*
046900 2110-READ-ACTIVE-ROW.
047000     READ AUDIT-FILE INTO GR-AUDIT-RECORD
047100         AT END
047200             MOVE "10" TO GR-RPR-AUDIT-STATUS
047300             GO TO 2110-EXIT
047400     END-READ.
047500     IF GR-RPR-AUDIT-STATUS NOT = "00"
047600         DISPLAY "GZ2110E - AUDITLOG READ ERROR, STATUS "
047700             GR-RPR-AUDIT-STATUS " - REPRINT MAY BE INCOMPLETE"
047800         MOVE "10" TO GR-RPR-AUDIT-STATUS
047900         MOVE 8 TO GR-RPR-RC-REQUESTED
048000         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
048100         GO TO 2110-EXIT
048200     END-IF.
048300     ADD 1 TO GR-RPR-LOG-READ-COUNT.
048400     PERFORM 2200-CHECK-SELECTION THRU 2200-EXIT.
048500     IF NOT GR-RPR-ROW-SELECTED
048600         GO TO 2110-EXIT
048700     END-IF.
048800     MOVE "N" TO GR-RPR-FOUND-SW.
048900     PERFORM 2410-MATCH-ONE-KEY THRU 2410-EXIT
049000             VARYING GR-RPR-KEY-SUB FROM 1 BY 1
049100             UNTIL GR-RPR-KEY-SUB > GR-RPR-KEY-COUNT
049200                 OR GR-RPR-FOUND.
049300     IF GR-RPR-FOUND
049400         ADD 1 TO GR-RPR-DUP-COUNT
049500         GO TO 2110-EXIT
049600     END-IF.
049700     PERFORM 3000-REPRINT-REQUEST THRU 3000-EXIT.
049800 2110-EXIT.
049900     EXIT.
050000*
050100******************************************************************
050200*    2200-CHECK-SELECTION                                       *
050300*    A ROW IS REPRINTED WHEN IT RAN ON THE CARD'S BUSINESS DATE  *
050400*    AND, WHERE THE CARD NAMES THEM, FOR ITS OPERATOR AND        *
050500*    REQUEST SEQUENCE. GREET STAMPS THE BUSINESS DATE, NOT THE   *
050600*    WALL-CLOCK DATE, ON EVERY ROW.                              *
050700******************************************************************
050800 2200-CHECK-SELECTION.
050900     MOVE "N" TO GR-RPR-SELECT-SW.
051000     IF GL-RUN-DATE IS NOT NUMERIC
051100         OR GL-RUN-DATE NOT = GR-RPR-BUS-DATE
051200         GO TO 2200-EXIT
051300     END-IF.
051400     IF GR-RPR-SEL-OPERATOR NOT = SPACES
051500         AND GL-RUN-ID NOT = GR-RPR-SEL-OPERATOR
051600         GO TO 2200-EXIT
051700     END-IF.
051800     IF GR-RPR-SEQ-SELECTED
051900         IF GL-REQ-SEQ IS NOT NUMERIC
052000             OR GL-REQ-SEQ NOT = GR-RPR-SEL-SEQ
052100             GO TO 2200-EXIT
052200         END-IF
052300     END-IF.
052400     SET GR-RPR-ROW-SELECTED TO TRUE.
052500 2200-EXIT.
052600     EXIT.
052700*
052800******************************************************************
052900*    2300-REMEMBER-ROW                                          *
053000*    KEEPS A SELECTED ARCHIVE ROW FOR THE DUPLICATE CHECK ON     *
053100*    THE ACTIVE LOG. IF THE TABLE FILLS, LATER ROWS CANNOT BE    *
053200*    CHECKED AND THE STEP IS WARNED RC 4.                        *
053300******************************************************************
053400 2300-REMEMBER-ROW.
053500     IF GR-RPR-KEY-COUNT < GR-RPR-KEY-MAX
053600         ADD 1 TO GR-RPR-KEY-COUNT
053700         MOVE GR-AUDIT-RECORD
053800             TO GR-RPR-KEY-ENTRY(GR-RPR-KEY-COUNT)
053900         GO TO 2300-EXIT
054000     END-IF.
054100     IF NOT GR-RPR-KEY-TABLE-FULL
054200         SET GR-RPR-KEY-TABLE-FULL TO TRUE
054300         DISPLAY "GZ2300W - MORE THAN " GR-RPR-KEY-MAX
054400             " ARCHIVE ROWS SELECTED - ROWS ALSO ON THE "
054500             "ACTIVE LOG MAY PRINT TWICE"
054600         MOVE 4 TO GR-RPR-RC-REQUESTED
054700         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
054800     END-IF.
054900 2300-EXIT.
055000     EXIT.
055100*
055200 2410-MATCH-ONE-KEY.
055300     IF GR-RPR-KEY-ENTRY(GR-RPR-KEY-SUB) = GR-AUDIT-RECORD
055400         SET GR-RPR-FOUND TO TRUE
055500     END-IF.
055600 2410-EXIT.
055700     EXIT.
055800*
055900******************************************************************
056000*    3000-REPRINT-REQUEST                                       *
056100*    PRINTS ONE REQUEST AS GREET DID - ON A PAGE OF ITS OWN,     *
056200*    SUB-HEADING, ONE LINE PER BANNER PRINTED, REQUEST TOTAL -   *
056300*    WITH THE ORIGINAL RUN TIME IN THE HEADING AND ANY NOTE ON   *
056400*    HOW THE REQUEST WAS REBUILT UNDER THE SUB-HEADING.          *
056500******************************************************************
056600 3000-REPRINT-REQUEST.
056700     ADD 1 TO GR-RPR-REQ-COUNT.
056800     PERFORM 3100-RESOLVE-REQUEST THRU 3100-EXIT.
056900     MOVE GL-RUN-TIME TO GR-RPR-ROW-TIME.
057000     MOVE SPACES TO GR-RPR-HDG-TIME.
057100     STRING GR-RPR-ROW-HH   ":"
057200            GR-RPR-ROW-MN   ":"
057300            GR-RPR-ROW-SS
057400         DELIMITED BY SIZE INTO GR-RPR-HDG-TIME.
057500     PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT.
057600     MOVE GR-RPR-BLANK-LINE TO GR-RPR-PRINT-RECORD.
057700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
057800     MOVE SPACES TO GR-RPT-SUBHEAD-LINE.
057900     MOVE " " TO GR-RPTQ-CTL.
058000     MOVE "REQUEST: " TO GR-RPTQ-CAP1.
058100     MOVE GL-RUN-ID TO GR-RPTQ-RUN-ID.
058200     MOVE "MESSAGE: " TO GR-RPTQ-CAP2.
058300     MOVE GR-RPR-CODE-REQUESTED TO GR-RPTQ-MSG-CODE.
058400     MOVE "ITERATIONS: " TO GR-RPTQ-CAP3.
058500     IF GL-ITER-COUNT IS NUMERIC
058600         MOVE GL-ITER-COUNT TO GR-RPTQ-ITER-COUNT
058700     ELSE
058800         MOVE ZERO TO GR-RPTQ-ITER-COUNT
058900     END-IF.
059000     MOVE GR-RPT-SUBHEAD-LINE TO GR-RPR-PRINT-RECORD.
059100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
059200     IF GR-RPR-NOTE-MSG NOT = SPACES
059300         MOVE GR-RPR-NOTE-MSG TO GR-RPR-NL-TEXT
059400         MOVE GR-RPR-NOTE-LINE TO GR-RPR-PRINT-RECORD
059500         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
059600     END-IF.
059700     IF GR-RPR-NOTE-ITER NOT = SPACES
059800         MOVE GR-RPR-NOTE-ITER TO GR-RPR-NL-TEXT
059900         MOVE GR-RPR-NOTE-LINE TO GR-RPR-PRINT-RECORD
060000         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
060100     END-IF.
060200     PERFORM 3300-PRINT-ONE-BANNER THRU 3300-EXIT
060300             VARYING GR-RPR-ITER-INDEX FROM 1 BY 1
060400             UNTIL GR-RPR-ITER-INDEX > GR-RPR-ITER-DONE.
060500     MOVE SPACES TO GR-RPT-REQTOT-LINE.
060600     MOVE " " TO GR-RPTT-CTL.
060700     MOVE "REQUEST TOTAL FOR " TO GR-RPTT-CAP.
060800     MOVE GL-RUN-ID TO GR-RPTT-RUN-ID.
060900     MOVE GR-RPR-ITER-DONE TO GR-RPTT-ITER-DONE.
061000     MOVE GR-RPT-REQTOT-LINE TO GR-RPR-PRINT-RECORD.
061100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
061200     ADD GR-RPR-ITER-DONE TO GR-RPR-TOTAL-ITER.
061300 3000-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700*    3100-RESOLVE-REQUEST                                       *
061800*    WORKS OUT THE CODE TO SHOW, THE BANNER TEXT AND HOW MANY    *
061900*    BANNERS TO PRINT. A ROW CARRYING GL-ITER-DONE RECORDS ALL   *
062000*    THREE: THE TEXT IS THE MSGTAB WINDOW FOR THE CODE THAT      *
062100*    PRINTED, OR THE DEFAULT TEXT WHEN GREET USED IT. AN OLDER   *
062200*    ROW IS REBUILT THE WAY GREET CHOSE THE TEXT - THE CALENDAR  *
062300*    CODE IF IT HAD A WINDOW THAT DAY, ELSE THE CODE ON THE      *
062400*    REQMAST RECORD - AND A COMPLETED REQUEST IS TAKEN TO HAVE   *
062500*    PRINTED ITS FULL ITERATION COUNT.                           *
062600******************************************************************
062700 3100-RESOLVE-REQUEST.
062800     MOVE SPACES TO GR-RPR-NOTE-MSG GR-RPR-NOTE-ITER.
062900     MOVE "DOOM MAINFRAME COBOL." TO GR-RPR-MSG-TEXT.
063000     IF GL-ITER-DONE IS NUMERIC
063100         MOVE GL-MSG-CODE TO GR-RPR-CODE-REQUESTED
063200         MOVE GL-ITER-DONE TO GR-RPR-ITER-DONE
063300         IF GL-MSG-ACTIVE = SPACES
063400             GO TO 3100-EXIT
063500         END-IF
063600         MOVE GL-MSG-ACTIVE TO GR-RPR-LOOK-CODE
063700         PERFORM 3400-FIND-MESSAGE-TEXT THRU 3400-EXIT
063800         IF NOT GR-RPR-FOUND
063900             PERFORM 3150-NOTE-TEXT-NOT-FOUND THRU 3150-EXIT
064000         END-IF
064100         GO TO 3100-EXIT
064200     END-IF.
064300     ADD 1 TO GR-RPR-OLD-ROW-COUNT.
064400     IF GL-STATUS-COMPLETED AND GL-ITER-COUNT IS NUMERIC
064500         MOVE GL-ITER-COUNT TO GR-RPR-ITER-DONE
064600     ELSE
064700         MOVE ZERO TO GR-RPR-ITER-DONE
064800         MOVE "OLDER ROW, FAILED - BANNERS PRINTED NOT RECORDED"
064900             TO GR-RPR-NOTE-ITER
065000     END-IF.
065100     MOVE SPACES TO GR-RPR-CODE-REQUESTED.
065200     IF GR-RPR-REQM-OPEN
065300             AND GL-REQ-SEQ IS NUMERIC AND GL-REQ-SEQ > ZERO
065400         MOVE GL-RUN-ID TO GR-REQM-OPERATOR-ID
065500         MOVE GL-REQ-SEQ TO GR-REQM-REQ-SEQ
065600         READ REQM-FILE
065700             INVALID KEY
065800                 MOVE SPACES TO GR-REQM-MSG-CODE
065900         END-READ
066000         IF GR-RPR-REQM-STATUS = "00"
066100             MOVE GR-REQM-MSG-CODE TO GR-RPR-CODE-REQUESTED
066200         END-IF
066300     END-IF.
066400     MOVE "OLDER ROW - MESSAGE TAKEN FROM REQMAST AND CALFILE"
066500         TO GR-RPR-NOTE-MSG.
066600     IF GR-RPR-CAL-OVERRIDE NOT = SPACES
066700         MOVE GR-RPR-CAL-OVERRIDE TO GR-RPR-LOOK-CODE
066800         PERFORM 3400-FIND-MESSAGE-TEXT THRU 3400-EXIT
066900         IF GR-RPR-FOUND
067000             GO TO 3100-EXIT
067100         END-IF
067200     END-IF.
067300     IF GR-RPR-CODE-REQUESTED = SPACES
067400         MOVE "OLDER ROW - MESSAGE NOT RECORDED, DEFAULT TEXT"
067500             TO GR-RPR-NOTE-MSG
067600         ADD 1 TO GR-RPR-NO-TEXT-COUNT
067700         GO TO 3100-EXIT
067800     END-IF.
067900     MOVE GR-RPR-CODE-REQUESTED TO GR-RPR-LOOK-CODE.
068000     PERFORM 3400-FIND-MESSAGE-TEXT THRU 3400-EXIT.
068100     IF NOT GR-RPR-FOUND
068200         PERFORM 3150-NOTE-TEXT-NOT-FOUND THRU 3150-EXIT
068300     END-IF.
068400 3100-EXIT.
068500     EXIT.
068600*
068700 3150-NOTE-TEXT-NOT-FOUND.
068800     MOVE SPACES TO GR-RPR-NOTE-MSG.
068900     STRING "MESSAGE " GR-RPR-LOOK-CODE
069000            " NOT ON MSGTAB FOR THE DATE - DEFAULT TEXT SHOWN"
069100         DELIMITED BY SIZE INTO GR-RPR-NOTE-MSG.
069200     ADD 1 TO GR-RPR-NO-TEXT-COUNT.
069300 3150-EXIT.
069400     EXIT.
069500*
069600 3300-PRINT-ONE-BANNER.
069700     MOVE SPACES TO GR-RPT-DETAIL-LINE.
069800     MOVE " " TO GR-RPTD-CTL.
069900     MOVE GR-RPR-MSG-TEXT TO GR-RPTD-TEXT.
070000     MOVE GR-RPT-DETAIL-LINE TO GR-RPR-PRINT-RECORD.
070100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
070200 3300-EXIT.
070300     EXIT.
070400*
070500******************************************************************
070600*    3400-FIND-MESSAGE-TEXT                                     *
070700*    BROWSES THE MSGTAB WINDOWS FOR GR-RPR-LOOK-CODE IN          *
070800*    EFFECTIVE-DATE ORDER AND TAKES THE FIRST ONE IN FORCE ON    *
070900*    THE BUSINESS DATE (ZERO DATES LEAVE THAT END OPEN), THE     *
071000*    SAME TEST GREET APPLIES. THE BROWSE STOPS AT THE NEXT CODE  *
071100*    OR AT A WINDOW STARTING AFTER THE DATE.                     *
071200******************************************************************
071300 3400-FIND-MESSAGE-TEXT.
071400     MOVE "N" TO GR-RPR-FOUND-SW.
071500     IF NOT GR-RPR-MSG-OPEN
071600         GO TO 3400-EXIT
071700     END-IF.
071800     MOVE "N" TO GR-RPR-MSG-DONE-SW.
071900     MOVE GR-RPR-LOOK-CODE TO GR-MSK-CODE.
072000     MOVE ZERO TO GR-MSK-EFF-DATE.
072100     START MSG-FILE KEY IS NOT LESS THAN GR-MSK-KEY
072200         INVALID KEY
072300             SET GR-RPR-MSG-DONE TO TRUE
072400     END-START.
072500     PERFORM 3410-CHECK-ONE-WINDOW THRU 3410-EXIT
072600             UNTIL GR-RPR-MSG-DONE.
072700 3400-EXIT.
072800     EXIT.
072900*
073000 3410-CHECK-ONE-WINDOW.
073100     READ MSG-FILE NEXT RECORD
073200         AT END
073300             SET GR-RPR-MSG-DONE TO TRUE
073400             GO TO 3410-EXIT
073500     END-READ.
073600     IF GR-RPR-MSG-STATUS NOT = "00"
073700         DISPLAY "GZ3410E - MSGTAB READ ERROR, STATUS "
073800             GR-RPR-MSG-STATUS
073900         SET GR-RPR-MSG-DONE TO TRUE
074000         MOVE 8 TO GR-RPR-RC-REQUESTED
074100         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
074200         GO TO 3410-EXIT
074300     END-IF.
074400     IF GR-MSK-CODE NOT = GR-RPR-LOOK-CODE
074500         OR GR-MSK-EFF-DATE > GR-RPR-BUS-DATE
074600         SET GR-RPR-MSG-DONE TO TRUE
074700         GO TO 3410-EXIT
074800     END-IF.
074900     IF GR-MSK-EXP-DATE = ZERO
075000         OR GR-MSK-EXP-DATE NOT < GR-RPR-BUS-DATE
075100         MOVE GR-MSK-TEXT TO GR-RPR-MSG-TEXT
075200         SET GR-RPR-FOUND TO TRUE
075300         SET GR-RPR-MSG-DONE TO TRUE
075400     END-IF.
075500 3410-EXIT.
075600     EXIT.
075700*
075800******************************************************************
075900*    4000-PRINT-REPRINT-TOTALS                                  *
076000*    CLOSES THE REPRINT ON A PAGE OF ITS OWN WITH THE SELECTION, *
076100*    WHAT WAS READ AND WHAT WAS REPRINTED, AND GRADES THE STEP.  *
076200******************************************************************
076300 4000-PRINT-REPRINT-TOTALS.
076400     MOVE SPACES TO GR-RPR-HDG-TIME.
076500     PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT.
076600     MOVE GR-RPR-BLANK-LINE TO GR-RPR-PRINT-RECORD.
076700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
076800     MOVE GR-RPR-BUS-DATE TO GR-RPR-SL-DATE.
076900     IF GR-RPR-SEL-OPERATOR = SPACES
077000         MOVE "*ALL" TO GR-RPR-SL-OPERATOR
077100     ELSE
077200         MOVE GR-RPR-SEL-OPERATOR TO GR-RPR-SL-OPERATOR
077300     END-IF.
077400     IF GR-RPR-SEQ-SELECTED
077500         MOVE GR-RPR-SEL-SEQ TO GR-RPR-SL-SEQ
077600     ELSE
077700         MOVE "*ALL" TO GR-RPR-SL-SEQ
077800     END-IF.
077900     MOVE GR-RPR-SELECT-LINE TO GR-RPR-PRINT-RECORD.
078000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
078100     MOVE GR-RPR-BLANK-LINE TO GR-RPR-PRINT-RECORD.
078200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
078300     MOVE "AUDARCH ROWS READ" TO GR-RPR-TL-TEXT.
078400     MOVE GR-RPR-ARCH-READ-COUNT TO GR-RPR-TL-COUNT.
078500     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
078600     MOVE "AUDITLOG ROWS READ" TO GR-RPR-TL-TEXT.
078700     MOVE GR-RPR-LOG-READ-COUNT TO GR-RPR-TL-COUNT.
078800     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
078900     MOVE "REQUESTS REPRINTED" TO GR-RPR-TL-TEXT.
079000     MOVE GR-RPR-REQ-COUNT TO GR-RPR-TL-COUNT.
079100     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
079200     MOVE "BANNERS REPRINTED" TO GR-RPR-TL-TEXT.
079300     MOVE GR-RPR-TOTAL-ITER TO GR-RPR-TL-COUNT.
079400     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
079500     MOVE "ROWS ON BOTH LOGS - REPRINTED ONCE" TO GR-RPR-TL-TEXT.
079600     MOVE GR-RPR-DUP-COUNT TO GR-RPR-TL-COUNT.
079700     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
079800     MOVE "OLDER ROWS REBUILT FROM REQMAST/CALFILE"
079900         TO GR-RPR-TL-TEXT.
080000     MOVE GR-RPR-OLD-ROW-COUNT TO GR-RPR-TL-COUNT.
080100     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
080200     MOVE "REQUESTS SHOWN WITH THE DEFAULT TEXT"
080300         TO GR-RPR-TL-TEXT.
080400     MOVE GR-RPR-NO-TEXT-COUNT TO GR-RPR-TL-COUNT.
080500     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
080600     MOVE GR-RPR-BLANK-LINE TO GR-RPR-PRINT-RECORD.
080700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
080800     MOVE "HELD AND DEFERRED NOTES ARE NOT ON THE AUDIT TRAIL"
080900         TO GR-RPR-NL-TEXT.
081000     MOVE GR-RPR-NOTE-LINE TO GR-RPR-PRINT-RECORD.
081100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
081200     IF NOT GR-RPR-INPUT-READ
081300         DISPLAY "GZ4000E - NEITHER AUDARCH NOR AUDITLOG COULD "
081400             "BE READ - NOTHING REPRINTED"
081500         MOVE 16 TO GR-RPR-RC-REQUESTED
081600         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
081700         GO TO 4000-EXIT
081800     END-IF.
081900     IF GR-RPR-REQ-COUNT = ZERO
082000         DISPLAY "GZ4000W - NO AUDIT ROW FOR " GR-RPR-BUS-DATE
082100             " MATCHES THE RPPARM SELECTION"
082200         MOVE 4 TO GR-RPR-RC-REQUESTED
082300         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
082400     END-IF.
082500     IF GR-RPR-OLD-ROW-COUNT > ZERO OR GR-RPR-NO-TEXT-COUNT > ZERO
082600         DISPLAY "GZ4000W - " GR-RPR-OLD-ROW-COUNT
082700             " REQUEST(S) REBUILT FROM OLDER ROWS, "
082800             GR-RPR-NO-TEXT-COUNT " WITH DEFAULT TEXT - "
082900             "SEE THE NOTES ON REPRINT"
083000         MOVE 4 TO GR-RPR-RC-REQUESTED
083100         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
083200     END-IF.
083300 4000-EXIT.
083400     EXIT.
083500*
083600 4100-WRITE-TOTAL-LINE.
083700     MOVE GR-RPR-TOTAL-LINE TO GR-RPR-PRINT-RECORD.
083800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
083900 4100-EXIT.
084000     EXIT.
084100*
084200 7100-RAISE-RETURN-CODE.
084300     IF GR-RPR-RC-REQUESTED > RETURN-CODE
084400         MOVE GR-RPR-RC-REQUESTED TO RETURN-CODE
084500     END-IF.
084600 7100-EXIT.
084700     EXIT.
084800*
084900******************************************************************
085000*    8000-WRITE-REPORT-LINE                                     *
085100*    WRITES THE LINE IN GR-RPR-PRINT-RECORD, THROWING A PAGE     *
085200*    WITH THE REPRINT HEADING FIRST AT THE STANDARD DEPTH. THE   *
085300*    FIRST WRITE FAILURE IS REPORTED AND GRADED RC 16 - THE      *
085400*    REPRINT IS THE ONLY OUTPUT OF THE STEP.                     *
085500******************************************************************
085600 8000-WRITE-REPORT-LINE.
085700     IF GR-RPR-LINE-COUNT NOT < GR-RPR-PAGE-LIMIT
085800         MOVE GR-RPR-PRINT-RECORD TO GR-RPR-SAVE-LINE
085900         PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT
086000         MOVE GR-RPR-SAVE-LINE TO GR-RPR-PRINT-RECORD
086100     END-IF.
086200     WRITE GR-RPR-PRINT-RECORD.
086300     ADD 1 TO GR-RPR-LINE-COUNT.
086400     PERFORM 8200-CHECK-REPORT-WRITE THRU 8200-EXIT.
086500 8000-EXIT.
086600     EXIT.
086700*
086800******************************************************************
086900*    8100-WRITE-PAGE-HEADING                                    *
087000*    THE GREET HEADING, RETITLED AS A REPRINT, WITH THE          *
087100*    ORIGINAL BUSINESS DATE AND THE TIME THE REQUEST ON THE      *
087200*    PAGE ORIGINALLY RAN, FOLLOWED BY THE REPRINT LINE SAYING    *
087300*    WHEN IT WAS REPRINTED.                                      *
087400******************************************************************
087500 8100-WRITE-PAGE-HEADING.
087600     ADD 1 TO GR-RPR-PAGE-NO.
087700     MOVE SPACES TO GR-RPT-HEADING-LINE.
087800     MOVE "1" TO GR-RPTH-CTL.
087900     MOVE "DOOM GREET - REPRINT" TO GR-RPTH-TITLE.
088000     MOVE "RUN DATE" TO GR-RPTH-CAP1.
088100     MOVE "RUN TIME" TO GR-RPTH-CAP2.
088200     MOVE "PAGE"     TO GR-RPTH-CAP3.
088300     MOVE GR-RPR-HDG-DATE TO GR-RPTH-RUN-DATE.
088400     MOVE GR-RPR-HDG-TIME TO GR-RPTH-RUN-TIME.
088500     MOVE GR-RPR-PAGE-NO TO GR-RPTH-PAGE-NO.
088600     WRITE GR-RPR-PRINT-RECORD FROM GR-RPT-HEADING-LINE.
088700     PERFORM 8200-CHECK-REPORT-WRITE THRU 8200-EXIT.
088800     WRITE GR-RPR-PRINT-RECORD FROM GR-RPR-REPRINT-LINE.
088900     PERFORM 8200-CHECK-REPORT-WRITE THRU 8200-EXIT.
089000     MOVE 2 TO GR-RPR-LINE-COUNT.
089100 8100-EXIT.
089200     EXIT.
089300*
089400 8200-CHECK-REPORT-WRITE.
089500     IF GR-RPR-RPT-STATUS = "00" OR GR-RPR-RPT-FAILED
089600         GO TO 8200-EXIT
089700     END-IF.
089800     SET GR-RPR-RPT-FAILED TO TRUE.
089900     DISPLAY "GZ8200E - REPRINT WRITE FAILED, STATUS "
090000         GR-RPR-RPT-STATUS " - REPRINT IS INCOMPLETE".
090100     MOVE 16 TO GR-RPR-RC-REQUESTED.
090200     PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT.
090300 8200-EXIT.
090400     EXIT.
090500*
090600 9000-TERMINATE.
090700     IF GR-RPR-MSG-OPEN
090800         CLOSE MSG-FILE
090900     END-IF.
091000     IF GR-RPR-REQM-OPEN
091100         CLOSE REQM-FILE
091200     END-IF.
091300     CLOSE RPT-FILE.
091400     DISPLAY "GZ9000I - REPRINT COMPLETE, "
091500         GR-RPR-REQ-COUNT " REQUEST(S), "
091600         GR-RPR-TOTAL-ITER " BANNER(S) FOR "
091700         GR-RPR-BUS-DATE.
091800 9000-EXIT.
091900     EXIT.
