000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRAGERPT.
000300 AUTHOR.        A J MARSH.
000400 INSTALLATION.  DOOM MAINFRAME SYSTEMS - BATCH PRODUCTION.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GRAGERPT                                                    *
001100*                                                                *
001200*    NIGHTLY REQUEST AGING AND SLA ESCALATION REPORT. WHEN THE   *
001300*    WINPARM CUTOFF CLOSES THE WINDOW GREET LEAVES THE REST OF   *
001400*    THE QUEUE SUBMITTED FOR THE NEXT NIGHT, COUNTING EACH       *
001500*    DEFERRAL ON THE REQMAST RECORD AGAINST THE BUSINESS DATE    *
001600*    THE REQUEST FIRST BECAME ELIGIBLE (GRREQM.CPY). THIS STEP   *
001700*    READS EVERY OPEN REQUEST - SUBMITTED OR IN PROGRESS - AND   *
001800*    AGES IT IN NIGHTS FROM THAT DATE TO THE RUNCTL BUSINESS     *
001900*    DATE (THE SUBMIT DATE WHEN GREET HAS NOT YET SEEN IT):      *
002000*                                                                *
002100*      - AGERPT LISTS EVERY OPEN REQUEST BY OPERATOR, HIGH       *
002200*        PRIORITY FIRST, WITH ITS DEFERRAL COUNT, NIGHTS         *
002300*        OUTSTANDING AND AGE BUCKET, AND CLOSES WITH A COUNT     *
002400*        PER BUCKET                                              *
002500*      - A REQUEST OUTSTANDING LONGER THAN THE SLA (DEFAULT 3    *
002600*        NIGHTS) IS FLAGGED AND ALSO LISTED ON ESCRPT, THE       *
002700*        ESCALATION LIST ROUTED TO THE SHIFT SUPERVISOR          *
002800*      - A SUBMITTED REQUEST OUTSTANDING LONGER THAN THE HARD    *
002900*        LIMIT (DEFAULT 5 NIGHTS) IS PROMOTED TO HIGH PRIORITY   *
002910*        ON REQMAST AS PRIORITY P (SLA-PROMOTED), SO GREET RUNS  *
002920*        IT IN ITS FIRST PASS NEXT NIGHT. WHO APPROVED THE       *
002930*        REQUEST, IF ANYONE DID, STAYS IN DECIDED-BY             *
003200*                                                                *
003300*    BOTH LIMITS COME FROM THE OPTIONAL //AGPARM CARD            *
003400*    (GRAGPARM.CPY). REQUESTS AWAITING APPROVAL ARE NOT AGED     *
003500*    HERE - THEY ARE ON THE GRPNDRPT PENDING LIST. ANY           *
003600*    ESCALATION ENDS THE STEP RC 4.                              *
003700*                                                                *
003800*    MODIFICATION HISTORY                                       *
003900*    ----------------------                                     *
004000*    2026-10-09  AJM  INITIAL VERSION.                          *
004010*    2026-10-15  AJM  A PROMOTION NOW SETS PRIORITY P INSTEAD   *
004020*                     OF STAMPING DECIDED-BY, AND A FAILED      *
004030*                     REWRITE PUTS BACK THE PRIORITY IT FOUND.  *
004100*                                                                *
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT OPTIONAL REQM-FILE ASSIGN TO "REQMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS GR-REQM-KEY
005300         FILE STATUS IS GR-AGE-REQM-STATUS.
005400     SELECT OPTIONAL RCTL-FILE ASSIGN TO "RUNCTL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS GR-AGE-RCTL-STATUS.
005700     SELECT OPTIONAL AG-PARM-FILE ASSIGN TO "AGPARM"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS GR-AGE-PARM-STATUS.
006000     SELECT RPT-FILE ASSIGN TO "AGERPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS GR-AGE-RPT-STATUS.
006300     SELECT ESC-FILE ASSIGN TO "ESCRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS GR-AGE-ESC-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  REQM-FILE.
006900 01  GR-REQM-RECORD.
007000     COPY GRREQM.
007100 FD  RCTL-FILE
007200     RECORDING MODE IS F.
007300 01  GR-RCT-RECORD.
007400     COPY GRRNCTL.
007500 FD  AG-PARM-FILE
007600     RECORDING MODE IS F.
007700 01  GR-AGP-RECORD.
007800     COPY GRAGPARM.
007900 FD  RPT-FILE
008000     RECORDING MODE IS F.
008100 01  GR-AGE-PRINT-RECORD         PIC X(133).
008200 FD  ESC-FILE
008300     RECORDING MODE IS F.
008400 01  GR-AGE-ESC-RECORD           PIC X(133).
008500 WORKING-STORAGE SECTION.
008600 77  GR-AGE-REQM-STATUS          PIC X(02) VALUE "00".
008700 77  GR-AGE-RCTL-STATUS          PIC X(02) VALUE "00".
008800 77  GR-AGE-PARM-STATUS          PIC X(02) VALUE "00".
008900 77  GR-AGE-RPT-STATUS           PIC X(02) VALUE "00".
009000 77  GR-AGE-ESC-STATUS           PIC X(02) VALUE "00".
009100 77  GR-AGE-EOF-SW               PIC X(01) VALUE "N".
009200     88  GR-AGE-EOF              VALUE "Y".
009300 77  GR-AGE-SLA-NIGHTS           PIC 9(03) VALUE 003.
009400 77  GR-AGE-HARD-NIGHTS          PIC 9(03) VALUE 005.
009500 77  GR-AGE-BASE-DATE            PIC 9(08) VALUE ZERO.
009600 77  GR-AGE-NIGHTS               PIC 9(05) COMP VALUE ZERO.
009700 77  GR-AGE-OLDEST               PIC 9(05) COMP VALUE ZERO.
009800 77  GR-AGE-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
009900 77  GR-AGE-OPEN-COUNT           PIC 9(05) COMP VALUE ZERO.
010000 77  GR-AGE-ESC-COUNT            PIC 9(05) COMP VALUE ZERO.
010100 77  GR-AGE-PROMOTED-COUNT       PIC 9(05) COMP VALUE ZERO.
010200 77  GR-AGE-HOLD-OPERATOR        PIC X(08) VALUE SPACES.
010300 77  GR-AGE-PRINT-PASS           PIC 9(01) VALUE ZERO.
010400 77  GR-AGE-OT-COUNT             PIC 9(04) COMP VALUE ZERO.
010600 77  GR-AGE-OT-SUB               PIC 9(04) COMP VALUE ZERO.
010700 77  GR-AGE-BKT-SUB              PIC 9(02) COMP VALUE ZERO.
010800 77  GR-AGE-BKT-SCAN             PIC 9(02) COMP VALUE ZERO.
010900 77  GR-AGE-BKT-MAX              PIC 9(02) COMP VALUE 06.
011000 77  GR-AGE-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
011100 77  GR-AGE-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
011200 77  GR-AGE-ESC-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
011300 77  GR-AGE-ESC-PAGE-NO          PIC 9(04) COMP VALUE ZERO.
011400 77  GR-AGE-PAGE-LIMIT           PIC 9(03) COMP VALUE 055.
011500 77  GR-AGE-SAVE-LINE            PIC X(133) VALUE SPACES.
011510 77  GR-AGE-SAVE-PRIORITY        PIC X(01) VALUE SPACE.
011600 01  GR-AGE-CURRENT-DATE.
011700     05  GR-AGE-CURR-CCYY        PIC 9(04).
011800     05  GR-AGE-CURR-MM          PIC 9(02).
011900     05  GR-AGE-CURR-DD          PIC 9(02).
012000 01  GR-AGE-CURRENT-DATE-NUM REDEFINES GR-AGE-CURRENT-DATE
012100                                 PIC 9(08).
012200 01  GR-AGE-CURRENT-TIME.
012300     05  GR-AGE-CURR-HH          PIC 9(02).
012400     05  GR-AGE-CURR-MN          PIC 9(02).
012500     05  GR-AGE-CURR-SS          PIC 9(02).
012600     05  GR-AGE-CURR-HS          PIC 9(02).
012700*
012800*    AGE BUCKETS - EACH ENTRY HOLDS THE MOST NIGHTS OUTSTANDING
012900*    IT TAKES AND ITS PRINTED LABEL. A REQUEST FALLS IN THE
013000*    FIRST BUCKET WHOSE LIMIT IT DOES NOT EXCEED.
013100*
013200 01  GR-AGE-BUCKET-VALUES.
013300     05  FILLER                  PIC X(17) VALUE
013400         "000000 NIGHTS    ".
013500     05  FILLER                  PIC X(17) VALUE
013600         "000011 NIGHT     ".
013700     05  FILLER                  PIC X(17) VALUE
013800         "000022 NIGHTS    ".
013900     05  FILLER                  PIC X(17) VALUE
014000         "000043-4 NIGHTS  ".
014100     05  FILLER                  PIC X(17) VALUE
014200         "000075-7 NIGHTS  ".
014300     05  FILLER                  PIC X(17) VALUE
014400         "999998+ NIGHTS   ".
014500 01  GR-AGE-BUCKET-TABLE REDEFINES GR-AGE-BUCKET-VALUES.
014600     05  GR-AGE-BUCKET OCCURS 6 TIMES.
014700         10  GR-AGE-BKT-HIGH     PIC 9(05).
014800         10  GR-AGE-BKT-LABEL    PIC X(12).
014900 01  GR-AGE-BUCKET-COUNTS.
015000     05  GR-AGE-BKT-COUNT        PIC 9(05) COMP
015100                                 OCCURS 6 TIMES.
015200*
015300*    ONE OPERATOR'S OPEN REQUESTS, GATHERED AS REQMAST IS READ
015400*    IN KEY ORDER AND PRINTED HIGH PRIORITY FIRST WHEN THE
015500*    OPERATOR-ID CHANGES. THE KEY ALLOWS AT MOST 999 REQUESTS
015600*    PER OPERATOR, SO THE TABLE CANNOT OVERFLOW.
015700*
015800 01  GR-AGE-OPER-TABLE.
015900     05  GR-AGE-OT-ENTRY OCCURS 999 TIMES.
016000         10  GR-AGE-OT-SEQ           PIC 9(03).
016100         10  GR-AGE-OT-MSG-CODE      PIC X(04).
016200         10  GR-AGE-OT-ITERS         PIC X(04).
016300         10  GR-AGE-OT-STATUS        PIC X(01).
016400         10  GR-AGE-OT-PRIORITY      PIC X(01).
016500         10  GR-AGE-OT-BASE-DATE     PIC 9(08).
016600         10  GR-AGE-OT-DEFERS        PIC 9(02).
016700         10  GR-AGE-OT-NIGHTS        PIC 9(05) COMP.
016800         10  GR-AGE-OT-BKT           PIC 9(02) COMP.
016900         10  GR-AGE-OT-FLAG          PIC X(20).
017000         10  GR-AGE-OT-ESC-SW        PIC X(01).
017100             88  GR-AGE-OT-ESCALATED     VALUE "Y".
017200*
017300 01  GR-AGE-HEADING-LINE.
017400     05  GR-AGE-H1-CTL           PIC X(01) VALUE "1".
017500     05  FILLER                  PIC X(01) VALUE SPACE.
017600     05  GR-AGE-H1-TITLE         PIC X(44).
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
017900     05  GR-AGE-H1-DATE          PIC X(10).
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  FILLER                  PIC X(09) VALUE "RUN TIME ".
018200     05  GR-AGE-H1-TIME          PIC X(08).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  FILLER                  PIC X(05) VALUE "PAGE ".
018500     05  GR-AGE-H1-PAGE          PIC ZZZ9.
018600     05  FILLER                  PIC X(36) VALUE SPACES.
018700 01  GR-AGE-LIMITS-LINE.
018800     05  GR-AGE-LL-CTL           PIC X(01) VALUE SPACE.
018900     05  FILLER                  PIC X(01) VALUE SPACE.
019000     05  FILLER                  PIC X(04) VALUE "SLA ".
019100     05  GR-AGE-LL-SLA           PIC ZZ9.
019200     05  FILLER                  PIC X(11) VALUE " NIGHTS    ".
019300     05  FILLER                  PIC X(11) VALUE "HARD LIMIT ".
019400     05  GR-AGE-LL-HARD          PIC ZZ9.
019500     05  FILLER                  PIC X(40) VALUE
019600         " NIGHTS - THEN PROMOTED TO HIGH PRIORITY".
019700     05  FILLER                  PIC X(59) VALUE SPACES.
019800 01  GR-AGE-BLANK-LINE.
019900     05  GR-AGE-BL-CTL           PIC X(01) VALUE SPACE.
020000     05  FILLER                  PIC X(132) VALUE SPACES.
020100 01  GR-AGE-COLHEAD-LINE.
020200     05  GR-AGE-CH-CTL           PIC X(01) VALUE SPACE.
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  FILLER                  PIC X(10) VALUE "OPERATOR  ".
020500     05  FILLER                  PIC X(05) VALUE "SEQ  ".
020600     05  FILLER                  PIC X(07) VALUE "MSG    ".
020700     05  FILLER                  PIC X(07) VALUE "ITERS  ".
020800     05  FILLER                  PIC X(05) VALUE "ST   ".
020900     05  FILLER                  PIC X(05) VALUE "PRI  ".
021000     05  FILLER                  PIC X(11) VALUE "ELIGIBLE   ".
021100     05  FILLER                  PIC X(08) VALUE "DEFERS  ".
021200     05  FILLER                  PIC X(08) VALUE "NIGHTS  ".
021300     05  FILLER                  PIC X(14) VALUE
021400         "AGE BUCKET    ".
021500     05  FILLER                  PIC X(51) VALUE "FLAG".
021600 01  GR-AGE-DETAIL-LINE.
021700     05  GR-AGE-DT-CTL           PIC X(01) VALUE SPACE.
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021900     05  GR-AGE-DT-OPERATOR      PIC X(08).
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  GR-AGE-DT-SEQ           PIC 9(03).
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  GR-AGE-DT-MSG-CODE      PIC X(04).
022400     05  FILLER                  PIC X(03) VALUE SPACES.
022500     05  GR-AGE-DT-ITERS         PIC X(04).
022600     05  FILLER                  PIC X(03) VALUE SPACES.
022700     05  GR-AGE-DT-STATUS        PIC X(01).
022800     05  FILLER                  PIC X(04) VALUE SPACES.
022900     05  GR-AGE-DT-PRIORITY      PIC X(01).
023000     05  FILLER                  PIC X(04) VALUE SPACES.
023100     05  GR-AGE-DT-BASE-DATE     PIC 9(08).
023200     05  FILLER                  PIC X(03) VALUE SPACES.
023300     05  GR-AGE-DT-DEFERS        PIC Z9.
023400     05  FILLER                  PIC X(06) VALUE SPACES.
023500     05  GR-AGE-DT-NIGHTS        PIC ZZZZ9.
023600     05  FILLER                  PIC X(03) VALUE SPACES.
023700     05  GR-AGE-DT-BUCKET        PIC X(12).
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  GR-AGE-DT-FLAG          PIC X(20).
024000     05  FILLER                  PIC X(31) VALUE SPACES.
024100 01  GR-AGE-TOTAL-LINE.
024200     05  GR-AGE-TL-CTL           PIC X(01) VALUE SPACE.
024300     05  FILLER                  PIC X(01) VALUE SPACE.
024400     05  GR-AGE-TL-TEXT          PIC X(40).
024500     05  GR-AGE-TL-COUNT         PIC ZZZZ9.
024600     05  FILLER                  PIC X(86) VALUE SPACES.
024700*
024800 PROCEDURE DIVISION.
024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025100     PERFORM 2000-AGE-REQUESTS THRU 2000-EXIT.
025200     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
025300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025400 9999-EXIT-PROGRAM.
025500     STOP RUN.
025600*
025700******************************************************************
025800*    1000-INITIALIZE                                            *
025900*    OPENS BOTH REPORTS, TAKES THE REPORT DATE FROM RUNCTL SO    *
026000*    NIGHTS OUTSTANDING ARE COUNTED AGAINST THE BUSINESS DATE,   *
026100*    AS GRPNDRPT DOES, AND READS THE OPTIONAL AGPARM CARD.       *
026200******************************************************************
026300 1000-INITIALIZE.
026400     ACCEPT GR-AGE-CURRENT-DATE FROM DATE YYYYMMDD.
026500     ACCEPT GR-AGE-CURRENT-TIME FROM TIME.
026600     OPEN OUTPUT RPT-FILE.
026700     IF GR-AGE-RPT-STATUS NOT = "00"
026800         DISPLAY "GG1000E - UNABLE TO OPEN AGERPT, STATUS "
026900             GR-AGE-RPT-STATUS
027000         MOVE 16 TO RETURN-CODE
027100         GO TO 9999-EXIT-PROGRAM
027200     END-IF.
027300     OPEN OUTPUT ESC-FILE.
027400     IF GR-AGE-ESC-STATUS NOT = "00"
027500         DISPLAY "GG1000E - UNABLE TO OPEN ESCRPT, STATUS "
027600             GR-AGE-ESC-STATUS
027700         CLOSE RPT-FILE
027800         MOVE 16 TO RETURN-CODE
027900         GO TO 9999-EXIT-PROGRAM
028000     END-IF.
028100     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
028200     OPEN INPUT AG-PARM-FILE.
028300     IF GR-AGE-PARM-STATUS = "00"
028400         READ AG-PARM-FILE
028500             AT END
028600                 CONTINUE
028700         END-READ
028800         IF GR-AGE-PARM-STATUS = "00"
028900             PERFORM 1200-TAKE-PARM-CARD THRU 1200-EXIT
029000         END-IF
029100         CLOSE AG-PARM-FILE
029200     END-IF.
029300     MOVE ZERO TO GR-AGE-BKT-COUNT(1)
029400                  GR-AGE-BKT-COUNT(2)
029500                  GR-AGE-BKT-COUNT(3)
029600                  GR-AGE-BKT-COUNT(4)
029700                  GR-AGE-BKT-COUNT(5)
029800                  GR-AGE-BKT-COUNT(6).
029900     MOVE GR-AGE-SLA-NIGHTS TO GR-AGE-LL-SLA.
030000     MOVE GR-AGE-HARD-NIGHTS TO GR-AGE-LL-HARD.
030100     PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT.
030200     MOVE GR-AGE-LIMITS-LINE TO GR-AGE-PRINT-RECORD.
030300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
030400     MOVE GR-AGE-BLANK-LINE TO GR-AGE-PRINT-RECORD.
030500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
030600     MOVE GR-AGE-COLHEAD-LINE TO GR-AGE-PRINT-RECORD.
030700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
030800     PERFORM 8300-WRITE-ESC-HEADING THRU 8300-EXIT.
030900     MOVE GR-AGE-LIMITS-LINE TO GR-AGE-ESC-RECORD.
031000     PERFORM 8200-WRITE-ESCALATION-LINE THRU 8200-EXIT.
031100     MOVE GR-AGE-BLANK-LINE TO GR-AGE-ESC-RECORD.
031200     PERFORM 8200-WRITE-ESCALATION-LINE THRU 8200-EXIT.
031300     MOVE GR-AGE-COLHEAD-LINE TO GR-AGE-ESC-RECORD.
031400     PERFORM 8200-WRITE-ESCALATION-LINE THRU 8200-EXIT.
031500 1000-EXIT.
031600     EXIT.
031700*
031800******************************************************************
031900*    1100-READ-RUN-CONTROL                                      *
032000*    WHEN THE RUNCTL RECORD THE GRRCTLU OPEN STEP MAINTAINS IS   *
032100*    PRESENT, ITS BUSINESS DATE BECOMES THE REPORT DATE - THE    *
032200*    SAME DATE GREET STAMPED AS EACH REQUEST'S ELIGIBLE DATE.    *
032300******************************************************************
032400 1100-READ-RUN-CONTROL.
032500     OPEN INPUT RCTL-FILE.
032600     IF GR-AGE-RCTL-STATUS NOT = "00"
032700         GO TO 1100-EXIT
032800     END-IF.
032900     READ RCTL-FILE
033000         AT END
033100             GO TO 1100-EXIT
033200     END-READ.
033300     IF GR-RCT-BUS-DATE IS NUMERIC AND GR-RCT-BUS-DATE > ZERO
033400         MOVE GR-RCT-BUS-DATE TO GR-AGE-CURRENT-DATE
033500     END-IF.
033600 1100-EXIT.
033700     IF GR-AGE-RCTL-STATUS = "00" OR GR-AGE-RCTL-STATUS = "10"
033800         CLOSE RCTL-FILE
033900     END-IF.
034000     EXIT.
034100*
034200******************************************************************
034300*    1200-TAKE-PARM-CARD                                        *
034400*    EACH AGPARM FIELD OVERRIDES ITS DEFAULT ONLY WHEN IT IS     *
034500*    NUMERIC. A HARD LIMIT BELOW THE SLA WOULD PROMOTE WORK      *
034600*    BEFORE ANYONE HAD BEEN WARNED, SO IT IS RAISED TO THE SLA.  *
034700******************************************************************
034800 1200-TAKE-PARM-CARD.
034900     IF GR-AGP-SLA-NIGHTS IS NUMERIC
035000         MOVE GR-AGP-SLA-NIGHTS TO GR-AGE-SLA-NIGHTS
035100     END-IF.
035200     IF GR-AGP-HARD-NIGHTS IS NUMERIC
035300         MOVE GR-AGP-HARD-NIGHTS TO GR-AGE-HARD-NIGHTS
035400     END-IF.
035500     IF GR-AGE-HARD-NIGHTS < GR-AGE-SLA-NIGHTS
035600         DISPLAY "GG1200W - HARD LIMIT " GR-AGE-HARD-NIGHTS
035700             " IS BELOW THE SLA - RAISED TO " GR-AGE-SLA-NIGHTS
035800         MOVE GR-AGE-SLA-NIGHTS TO GR-AGE-HARD-NIGHTS
035900     END-IF.
036000 1200-EXIT.
036100     EXIT.
036200*
036300******************************************************************
036400*    2000-AGE-REQUESTS                                          *
036500*    READS THE WHOLE REQUEST MASTER IN KEY ORDER, AGEING EVERY   *
036600*    OPEN REQUEST AS IT GOES AND GATHERING EACH OPERATOR'S OPEN  *
036700*    REQUESTS INTO THE TABLE, WHICH IS PRINTED WHEN THE          *
036800*    OPERATOR-ID CHANGES AND ONCE MORE FOR THE LAST OPERATOR.    *
036900*    THE MASTER IS OPENED I-O FOR THE HARD-LIMIT PROMOTIONS.     *
037000******************************************************************
037100 2000-AGE-REQUESTS.
037200     OPEN I-O REQM-FILE.
037300     IF GR-AGE-REQM-STATUS NOT = "00"
037400         DISPLAY "GG2000W - REQMAST NOT AVAILABLE, STATUS "
037500             GR-AGE-REQM-STATUS
037600         GO TO 2000-EXIT
037700     END-IF.
037800     MOVE LOW-VALUES TO GR-REQM-KEY.
037900     START REQM-FILE KEY IS NOT < GR-REQM-KEY
038000         INVALID KEY
038100             SET GR-AGE-EOF TO TRUE
038200     END-START.
038300     PERFORM 2010-AGE-ONE-REQUEST THRU 2010-EXIT
038400             UNTIL GR-AGE-EOF.
038500     PERFORM 2500-PRINT-OPERATOR THRU 2500-EXIT.
038600     CLOSE REQM-FILE.
038700 2000-EXIT.
038800     EXIT.
038900*
039000 2010-AGE-ONE-REQUEST.
039100     READ REQM-FILE NEXT RECORD
039200         AT END
039300             SET GR-AGE-EOF TO TRUE
039400             GO TO 2010-EXIT
039500     END-READ.
039600     IF GR-AGE-REQM-STATUS NOT = "00"
039700         DISPLAY "GG2010E - REQMAST READ ERROR, STATUS "
039800             GR-AGE-REQM-STATUS
039900         SET GR-AGE-EOF TO TRUE
040000         MOVE 8 TO RETURN-CODE
040100         GO TO 2010-EXIT
040200     END-IF.
040300     ADD 1 TO GR-AGE-READ-COUNT.
040400     IF NOT GR-REQM-SUBMITTED AND NOT GR-REQM-IN-PROGRESS
040500         GO TO 2010-EXIT
040600     END-IF.
040700     IF GR-REQM-OPERATOR-ID NOT = GR-AGE-HOLD-OPERATOR
040800         PERFORM 2500-PRINT-OPERATOR THRU 2500-EXIT
040900         MOVE GR-REQM-OPERATOR-ID TO GR-AGE-HOLD-OPERATOR
041000     END-IF.
041100     ADD 1 TO GR-AGE-OPEN-COUNT.
041200     ADD 1 TO GR-AGE-OT-COUNT.
041300     MOVE GR-AGE-OT-COUNT TO GR-AGE-OT-SUB.
041400     PERFORM 2100-AGE-REQUEST THRU 2100-EXIT.
041500 2010-EXIT.
041600     EXIT.
041700*
041800******************************************************************
041900*    2100-AGE-REQUEST                                           *
042000*    WORKS OUT THE CURRENT REQUEST'S NIGHTS OUTSTANDING AND AGE  *
042100*    BUCKET INTO TABLE ENTRY GR-AGE-OT-SUB, FLAGS IT AGAINST THE *
042200*    SLA AND HARD LIMIT, AND PROMOTES IT WHEN IT IS PAST THE     *
042300*    HARD LIMIT. A REQUEST GREET HAS NOT YET CONSIDERED HAS NO   *
042400*    ELIGIBLE DATE AND IS AGED FROM ITS SUBMIT DATE INSTEAD.     *
042500******************************************************************
042600 2100-AGE-REQUEST.
042700     MOVE ZERO TO GR-AGE-BASE-DATE.
042800     IF GR-REQM-ELIGIBLE-DATE IS NUMERIC
042900             AND GR-REQM-ELIGIBLE-DATE > ZERO
043000         MOVE GR-REQM-ELIGIBLE-DATE TO GR-AGE-BASE-DATE
043100     ELSE
043200         IF GR-REQM-SUBMIT-DATE IS NUMERIC
043300             MOVE GR-REQM-SUBMIT-DATE TO GR-AGE-BASE-DATE
043400         END-IF
043500     END-IF.
043600     MOVE ZERO TO GR-AGE-NIGHTS.
043700     IF GR-AGE-BASE-DATE > ZERO
043800             AND GR-AGE-BASE-DATE < GR-AGE-CURRENT-DATE-NUM
043900         COMPUTE GR-AGE-NIGHTS =
044000             FUNCTION INTEGER-OF-DATE(GR-AGE-CURRENT-DATE-NUM)
044100             - FUNCTION INTEGER-OF-DATE(GR-AGE-BASE-DATE)
044200     END-IF.
044300     IF GR-AGE-NIGHTS > GR-AGE-OLDEST
044400         MOVE GR-AGE-NIGHTS TO GR-AGE-OLDEST
044500     END-IF.
044600     MOVE GR-REQM-REQ-SEQ TO GR-AGE-OT-SEQ(GR-AGE-OT-SUB).
044700     MOVE GR-REQM-MSG-CODE TO GR-AGE-OT-MSG-CODE(GR-AGE-OT-SUB).
044800     MOVE GR-REQM-ITER-COUNT TO GR-AGE-OT-ITERS(GR-AGE-OT-SUB).
044900     MOVE GR-REQM-STATUS TO GR-AGE-OT-STATUS(GR-AGE-OT-SUB).
045000     MOVE GR-AGE-BASE-DATE TO GR-AGE-OT-BASE-DATE(GR-AGE-OT-SUB).
045100     MOVE GR-AGE-NIGHTS TO GR-AGE-OT-NIGHTS(GR-AGE-OT-SUB).
045200     MOVE ZERO TO GR-AGE-OT-DEFERS(GR-AGE-OT-SUB).
045300     IF GR-REQM-DEFER-COUNT IS NUMERIC
045400         MOVE GR-REQM-DEFER-COUNT
045500             TO GR-AGE-OT-DEFERS(GR-AGE-OT-SUB)
045600     END-IF.
045700     MOVE SPACES TO GR-AGE-OT-FLAG(GR-AGE-OT-SUB).
045800     MOVE "N" TO GR-AGE-OT-ESC-SW(GR-AGE-OT-SUB).
045900     MOVE ZERO TO GR-AGE-BKT-SUB.
046000     PERFORM 2110-TEST-ONE-BUCKET THRU 2110-EXIT
046100             VARYING GR-AGE-BKT-SCAN FROM 1 BY 1
046200             UNTIL GR-AGE-BKT-SUB > ZERO.
046300     MOVE GR-AGE-BKT-SUB TO GR-AGE-OT-BKT(GR-AGE-OT-SUB).
046400     ADD 1 TO GR-AGE-BKT-COUNT(GR-AGE-BKT-SUB).
046500     IF GR-AGE-NIGHTS > GR-AGE-SLA-NIGHTS
046600         MOVE "Y" TO GR-AGE-OT-ESC-SW(GR-AGE-OT-SUB)
046700         MOVE "PAST SLA" TO GR-AGE-OT-FLAG(GR-AGE-OT-SUB)
046800         ADD 1 TO GR-AGE-ESC-COUNT
046900     END-IF.
047000     IF GR-AGE-NIGHTS > GR-AGE-HARD-NIGHTS
047100         MOVE "PAST HARD LIMIT" TO GR-AGE-OT-FLAG(GR-AGE-OT-SUB)
047200         IF GR-REQM-SUBMITTED AND NOT GR-REQM-HIGH-PRIORITY
047300             PERFORM 2150-PROMOTE-REQUEST THRU 2150-EXIT
047400         END-IF
047500     END-IF.
047510     IF GR-REQM-HIGH-PRIORITY
047520         MOVE "H" TO GR-AGE-OT-PRIORITY(GR-AGE-OT-SUB)
047530     ELSE
047540         MOVE "N" TO GR-AGE-OT-PRIORITY(GR-AGE-OT-SUB)
047550     END-IF.
048000 2100-EXIT.
048100     EXIT.
048200*
048300 2110-TEST-ONE-BUCKET.
048400     IF GR-AGE-NIGHTS NOT > GR-AGE-BKT-HIGH(GR-AGE-BKT-SCAN)
048500             OR GR-AGE-BKT-SCAN = GR-AGE-BKT-MAX
048600         MOVE GR-AGE-BKT-SCAN TO GR-AGE-BKT-SUB
048700     END-IF.
048800 2110-EXIT.
048900     EXIT.
049000*
049100******************************************************************
049200*    2150-PROMOTE-REQUEST                                       *
049210*    RAISES A SUBMITTED REQUEST PAST THE HARD LIMIT TO PRIORITY  *
049220*    P, WHICH RUNS AS HIGH, SO GREET'S FIRST PASS TAKES IT NEXT  *
049230*    NIGHT. THE DECISION FIELDS ARE LEFT AS THEY ARE. GRREQLD    *
049240*    KEEPS THE PROMOTION WHEN THE REQUEST IS RESUBMITTED         *
049250*    UNCHANGED.                                                  *
049700******************************************************************
049800 2150-PROMOTE-REQUEST.
049900     MOVE GR-REQM-PRIORITY TO GR-AGE-SAVE-PRIORITY.
050000     MOVE "P" TO GR-REQM-PRIORITY.
050300     REWRITE GR-REQM-RECORD
050400         INVALID KEY
050500             DISPLAY "GG2150E - UNABLE TO PROMOTE OPERATOR "
050600                 GR-REQM-OPERATOR-ID " SEQ " GR-REQM-REQ-SEQ
050700                 " STATUS " GR-AGE-REQM-STATUS
050800             MOVE GR-AGE-SAVE-PRIORITY TO GR-REQM-PRIORITY
050900             MOVE 8 TO RETURN-CODE
051000             GO TO 2150-EXIT
051100     END-REWRITE.
051200     MOVE "PROMOTED TO HIGH" TO GR-AGE-OT-FLAG(GR-AGE-OT-SUB).
051300     ADD 1 TO GR-AGE-PROMOTED-COUNT.
051400 2150-EXIT.
051500     EXIT.
051600*
051700******************************************************************
051800*    2500-PRINT-OPERATOR                                        *
051900*    PRINTS THE OPERATOR'S GATHERED REQUESTS IN TWO SWEEPS OF    *
052000*    THE TABLE - HIGH PRIORITY FIRST, THEN THE REST - EACH IN    *
052100*    SEQUENCE ORDER, SO THE LISTING RUNS IN THE ORDER GREET      *
052200*    WILL TAKE THE WORK. ESCALATED REQUESTS ALSO GO TO ESCRPT.   *
052300******************************************************************
052400 2500-PRINT-OPERATOR.
052500     IF GR-AGE-OT-COUNT = ZERO
052600         GO TO 2500-EXIT
052700     END-IF.
052800     MOVE 1 TO GR-AGE-PRINT-PASS.
052900     PERFORM 2510-PRINT-ONE-ENTRY THRU 2510-EXIT
053000             VARYING GR-AGE-OT-SUB FROM 1 BY 1
053100             UNTIL GR-AGE-OT-SUB > GR-AGE-OT-COUNT.
053200     MOVE 2 TO GR-AGE-PRINT-PASS.
053300     PERFORM 2510-PRINT-ONE-ENTRY THRU 2510-EXIT
053400             VARYING GR-AGE-OT-SUB FROM 1 BY 1
053500             UNTIL GR-AGE-OT-SUB > GR-AGE-OT-COUNT.
053600     MOVE ZERO TO GR-AGE-OT-COUNT.
053700 2500-EXIT.
053800     EXIT.
053900*
054000 2510-PRINT-ONE-ENTRY.
054100     IF GR-AGE-PRINT-PASS = 1
054200             AND GR-AGE-OT-PRIORITY(GR-AGE-OT-SUB) NOT = "H"
054300         GO TO 2510-EXIT
054400     END-IF.
054500     IF GR-AGE-PRINT-PASS = 2
054600             AND GR-AGE-OT-PRIORITY(GR-AGE-OT-SUB) = "H"
054700         GO TO 2510-EXIT
054800     END-IF.
054900     MOVE SPACES TO GR-AGE-DETAIL-LINE.
055000     MOVE GR-AGE-HOLD-OPERATOR TO GR-AGE-DT-OPERATOR.
055100     MOVE GR-AGE-OT-SEQ(GR-AGE-OT-SUB) TO GR-AGE-DT-SEQ.
055200     MOVE GR-AGE-OT-MSG-CODE(GR-AGE-OT-SUB) TO GR-AGE-DT-MSG-CODE.
055300     MOVE GR-AGE-OT-ITERS(GR-AGE-OT-SUB) TO GR-AGE-DT-ITERS.
055400     MOVE GR-AGE-OT-STATUS(GR-AGE-OT-SUB) TO GR-AGE-DT-STATUS.
055500     MOVE GR-AGE-OT-PRIORITY(GR-AGE-OT-SUB) TO GR-AGE-DT-PRIORITY.
055600     MOVE GR-AGE-OT-BASE-DATE(GR-AGE-OT-SUB)
055700         TO GR-AGE-DT-BASE-DATE.
055800     MOVE GR-AGE-OT-DEFERS(GR-AGE-OT-SUB) TO GR-AGE-DT-DEFERS.
055900     MOVE GR-AGE-OT-NIGHTS(GR-AGE-OT-SUB) TO GR-AGE-DT-NIGHTS.
056000     MOVE GR-AGE-BKT-LABEL(GR-AGE-OT-BKT(GR-AGE-OT-SUB))
056100         TO GR-AGE-DT-BUCKET.
056200     MOVE GR-AGE-OT-FLAG(GR-AGE-OT-SUB) TO GR-AGE-DT-FLAG.
056300     MOVE GR-AGE-DETAIL-LINE TO GR-AGE-PRINT-RECORD.
056400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
056500     IF GR-AGE-OT-ESCALATED(GR-AGE-OT-SUB)
056600         MOVE GR-AGE-DETAIL-LINE TO GR-AGE-ESC-RECORD
056700         PERFORM 8200-WRITE-ESCALATION-LINE THRU 8200-EXIT
056800     END-IF.
056900 2510-EXIT.
057000     EXIT.
057100*
057200******************************************************************
057300*    4000-PRINT-TOTALS                                          *
057400*    CLOSES AGERPT WITH THE COUNT IN EACH AGE BUCKET AND THE     *
057500*    ESCALATION FIGURES, AND ESCRPT WITH ITS OWN COUNT - OR A    *
057600*    LINE SAYING NOTHING IS PAST THE SLA, SO THE SUPERVISOR      *
057700*    ALWAYS RECEIVES A LIST.                                     *
057800******************************************************************
057900 4000-PRINT-TOTALS.
058000     MOVE GR-AGE-BLANK-LINE TO GR-AGE-PRINT-RECORD.
058100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
058200     MOVE "REQUEST MASTER RECORDS READ" TO GR-AGE-TL-TEXT.
058300     MOVE GR-AGE-READ-COUNT TO GR-AGE-TL-COUNT.
058400     MOVE GR-AGE-TOTAL-LINE TO GR-AGE-PRINT-RECORD.
058500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
058600     MOVE "OPEN REQUESTS AGED" TO GR-AGE-TL-TEXT.
058700     MOVE GR-AGE-OPEN-COUNT TO GR-AGE-TL-COUNT.
058800     MOVE GR-AGE-TOTAL-LINE TO GR-AGE-PRINT-RECORD.
058900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
059000     PERFORM 4100-PRINT-ONE-BUCKET THRU 4100-EXIT
059100             VARYING GR-AGE-BKT-SUB FROM 1 BY 1
059200             UNTIL GR-AGE-BKT-SUB > GR-AGE-BKT-MAX.
059300     MOVE "REQUESTS PAST THE SLA" TO GR-AGE-TL-TEXT.
059400     MOVE GR-AGE-ESC-COUNT TO GR-AGE-TL-COUNT.
059500     MOVE GR-AGE-TOTAL-LINE TO GR-AGE-PRINT-RECORD.
059600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
059700     MOVE "REQUESTS PROMOTED TO HIGH PRIORITY" TO GR-AGE-TL-TEXT.
059800     MOVE GR-AGE-PROMOTED-COUNT TO GR-AGE-TL-COUNT.
059900     MOVE GR-AGE-TOTAL-LINE TO GR-AGE-PRINT-RECORD.
060000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
060100     MOVE "OLDEST OPEN REQUEST IN NIGHTS" TO GR-AGE-TL-TEXT.
060200     MOVE GR-AGE-OLDEST TO GR-AGE-TL-COUNT.
060300     MOVE GR-AGE-TOTAL-LINE TO GR-AGE-PRINT-RECORD.
060400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
060500     MOVE GR-AGE-BLANK-LINE TO GR-AGE-ESC-RECORD.
060600     PERFORM 8200-WRITE-ESCALATION-LINE THRU 8200-EXIT.
060700     IF GR-AGE-ESC-COUNT = ZERO
060800         MOVE "NO OPEN REQUEST IS PAST THE SLA"
060900             TO GR-AGE-TL-TEXT
061000         MOVE ZERO TO GR-AGE-TL-COUNT
061100     ELSE
061200         MOVE "REQUESTS ESCALATED" TO GR-AGE-TL-TEXT
061300         MOVE GR-AGE-ESC-COUNT TO GR-AGE-TL-COUNT
061400     END-IF.
061500     MOVE GR-AGE-TOTAL-LINE TO GR-AGE-ESC-RECORD.
061600     PERFORM 8200-WRITE-ESCALATION-LINE THRU 8200-EXIT.
061700     MOVE "  OF WHICH PROMOTED TO HIGH PRIORITY"
061750         TO GR-AGE-TL-TEXT.
061800     MOVE GR-AGE-PROMOTED-COUNT TO GR-AGE-TL-COUNT.
061900     MOVE GR-AGE-TOTAL-LINE TO GR-AGE-ESC-RECORD.
062000     PERFORM 8200-WRITE-ESCALATION-LINE THRU 8200-EXIT.
062100 4000-EXIT.
062200     EXIT.
062300*
062400 4100-PRINT-ONE-BUCKET.
062500     MOVE SPACES TO GR-AGE-TL-TEXT.
062600     STRING "  OUTSTANDING " GR-AGE-BKT-LABEL(GR-AGE-BKT-SUB)
062700         DELIMITED BY SIZE INTO GR-AGE-TL-TEXT.
062800     MOVE GR-AGE-BKT-COUNT(GR-AGE-BKT-SUB) TO GR-AGE-TL-COUNT.
062900     MOVE GR-AGE-TOTAL-LINE TO GR-AGE-PRINT-RECORD.
063000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
063100 4100-EXIT.
063200     EXIT.
063300*
063400******************************************************************
063500*    8000-WRITE-REPORT-LINE                                     *
063600*    COMMON PRINT ROUTINE FOR AGERPT, AS IN GRPNDRPT - A FRESH   *
063700*    PAGE WITH HEADING AND COLUMN HEADINGS ONCE THE PAGE DEPTH   *
063800*    IS REACHED, WITH THE CALLER'S LINE SAVED AROUND THE         *
063900*    HEADING WRITES. 8200 IS THE SAME ROUTINE FOR ESCRPT.        *
064000******************************************************************
064100 8000-WRITE-REPORT-LINE.
064200     IF GR-AGE-LINE-COUNT NOT < GR-AGE-PAGE-LIMIT
064300         MOVE GR-AGE-PRINT-RECORD TO GR-AGE-SAVE-LINE
064400         PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT
064500         WRITE GR-AGE-PRINT-RECORD FROM GR-AGE-COLHEAD-LINE
064600         ADD 1 TO GR-AGE-LINE-COUNT
064700         MOVE GR-AGE-SAVE-LINE TO GR-AGE-PRINT-RECORD
064800     END-IF.
064900     WRITE GR-AGE-PRINT-RECORD.
065000     ADD 1 TO GR-AGE-LINE-COUNT.
065100 8000-EXIT.
065200     EXIT.
065300*
065400 8100-WRITE-PAGE-HEADING.
065500     ADD 1 TO GR-AGE-PAGE-NO.
065600     MOVE "DOOM MAINFRAME GREET - REQUEST AGING"
065700         TO GR-AGE-H1-TITLE.
065800     MOVE GR-AGE-PAGE-NO TO GR-AGE-H1-PAGE.
065900     PERFORM 8400-FORMAT-HEADING THRU 8400-EXIT.
066000     WRITE GR-AGE-PRINT-RECORD FROM GR-AGE-HEADING-LINE.
066100     MOVE 1 TO GR-AGE-LINE-COUNT.
066200 8100-EXIT.
066300     EXIT.
066400*
066500 8200-WRITE-ESCALATION-LINE.
066600     IF GR-AGE-ESC-LINE-COUNT NOT < GR-AGE-PAGE-LIMIT
066700         MOVE GR-AGE-ESC-RECORD TO GR-AGE-SAVE-LINE
066800         PERFORM 8300-WRITE-ESC-HEADING THRU 8300-EXIT
066900         WRITE GR-AGE-ESC-RECORD FROM GR-AGE-COLHEAD-LINE
067000         ADD 1 TO GR-AGE-ESC-LINE-COUNT
067100         MOVE GR-AGE-SAVE-LINE TO GR-AGE-ESC-RECORD
067200     END-IF.
067300     WRITE GR-AGE-ESC-RECORD.
067400     ADD 1 TO GR-AGE-ESC-LINE-COUNT.
067500 8200-EXIT.
067600     EXIT.
067700*
067800 8300-WRITE-ESC-HEADING.
067900     ADD 1 TO GR-AGE-ESC-PAGE-NO.
068000     MOVE "DOOM MAINFRAME GREET - SLA ESCALATIONS"
068100         TO GR-AGE-H1-TITLE.
068200     MOVE GR-AGE-ESC-PAGE-NO TO GR-AGE-H1-PAGE.
068300     PERFORM 8400-FORMAT-HEADING THRU 8400-EXIT.
068400     WRITE GR-AGE-ESC-RECORD FROM GR-AGE-HEADING-LINE.
068500     MOVE 1 TO GR-AGE-ESC-LINE-COUNT.
068600 8300-EXIT.
068700     EXIT.
068800*
068900 8400-FORMAT-HEADING.
069000     STRING GR-AGE-CURR-MM   "/"
069100            GR-AGE-CURR-DD   "/"
069200            GR-AGE-CURR-CCYY
069300         DELIMITED BY SIZE INTO GR-AGE-H1-DATE.
069400     STRING GR-AGE-CURR-HH   ":"
069500            GR-AGE-CURR-MN   ":"
069600            GR-AGE-CURR-SS
069700         DELIMITED BY SIZE INTO GR-AGE-H1-TIME.
069800 8400-EXIT.
069900     EXIT.
070000*
070100 9000-TERMINATE.
070200     CLOSE RPT-FILE.
070300     CLOSE ESC-FILE.
070400     IF GR-AGE-ESC-COUNT > ZERO
070500         IF 4 > RETURN-CODE
070600             MOVE 4 TO RETURN-CODE
070700         END-IF
070800         DISPLAY "GG9000W - " GR-AGE-ESC-COUNT
070900             " REQUEST(S) PAST THE SLA - SEE ESCRPT"
071000     END-IF.
071100     DISPLAY "GG9000I - REQUEST AGING REPORT COMPLETE, "
071200         GR-AGE-OPEN-COUNT " OPEN, "
071300         GR-AGE-PROMOTED-COUNT " PROMOTED".
071400 9000-EXIT.
071500     EXIT.
