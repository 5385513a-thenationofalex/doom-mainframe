000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GROPRMT.
000300 AUTHOR.        A J MARSH.
000400 INSTALLATION.  DOOM MAINFRAME SYSTEMS - BATCH PRODUCTION.
000500 DATE-WRITTEN.  2026-09-21.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GROPRMT                                                     *
001100*                                                                *
001200*    OPERATOR AUTHORITY MASTER MAINTENANCE. APPLIES THE          *
001300*    APPROVED CHANGE CARDS ON OPRTRAN (GROPTRN.CPY) TO THE       *
001400*    OPERMAST KSDS (GROPER.CPY) - ADD, CHANGE, SUSPEND,          *
001500*    REINSTATE OR DELETE AN OPERATOR - AND PRINTS EVERY CARD     *
001600*    ON THE OPRMRPT REGISTER WITH WHAT WAS DONE OR WHY IT WAS    *
001700*    REJECTED. THE MASTER IS NOT MAINTAINED ANY OTHER WAY, SO    *
001800*    THE REGISTER AND THE GROPRLS LISTING BETWEEN THEM ARE THE   *
001900*    WHOLE AUDIT STORY FOR THE SECURITY REVIEW.                  *
002000*                                                                *
002100*    A CARD WITHOUT AN APPROVER IN GR-OPT-AUTH-BY IS REJECTED.   *
002200*    A REJECTED CARD CHANGES NOTHING AND ENDS THE STEP RC 4;     *
002300*    THE REST OF THE DECK IS STILL APPLIED. A MASTER THAT        *
002400*    CANNOT BE OPENED ENDS THE STEP RC 16 WITH NOTHING APPLIED.  *
002500*                                                                *
002600*    MODIFICATION HISTORY                                       *
002700*    ----------------------                                     *
002800*    2026-09-21  AJM  INITIAL VERSION.                          *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL TRAN-FILE ASSIGN TO "OPRTRAN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS GR-OPM-TRAN-STATUS.
004000     SELECT OPTIONAL OPER-FILE ASSIGN TO "OPERMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS GR-OPR-KEY
004400         FILE STATUS IS GR-OPM-OPER-STATUS.
004500     SELECT RPT-FILE ASSIGN TO "OPRMRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS GR-OPM-RPT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  TRAN-FILE
005100     RECORDING MODE IS F.
005200 01  GR-OPT-RECORD.
005300     COPY GROPTRN.
005400 FD  OPER-FILE.
005500 01  GR-OPR-RECORD.
005600     COPY GROPER.
005700 FD  RPT-FILE
005800     RECORDING MODE IS F.
005900 01  GR-OPM-PRINT-RECORD         PIC X(133).
006000 WORKING-STORAGE SECTION.
006100 77  GR-OPM-TRAN-STATUS          PIC X(02) VALUE "00".
006200 77  GR-OPM-OPER-STATUS          PIC X(02) VALUE "00".
006300 77  GR-OPM-RPT-STATUS           PIC X(02) VALUE "00".
006400 77  GR-OPM-ON-FILE-SW           PIC X(01) VALUE "N".
006500     88  GR-OPM-ON-FILE          VALUE "Y".
006600 77  GR-OPM-CODES-GIVEN-SW       PIC X(01) VALUE "N".
006700     88  GR-OPM-CODES-GIVEN      VALUE "Y".
006710 77  GR-OPM-TRAN-OPEN-SW         PIC X(01) VALUE "N".
006720     88  GR-OPM-TRAN-OPEN        VALUE "Y".
006730 77  GR-OPM-OPER-OPEN-SW         PIC X(01) VALUE "N".
006740     88  GR-OPM-OPER-OPEN        VALUE "Y".
006800 77  GR-OPM-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
006900 77  GR-OPM-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
007000 77  GR-OPM-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
007100 77  GR-OPM-SUB                  PIC 9(04) COMP VALUE ZERO.
007200 77  GR-OPM-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
007300 77  GR-OPM-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
007400 77  GR-OPM-PAGE-LIMIT           PIC 9(03) COMP VALUE 055.
007500 77  GR-OPM-SAVE-LINE            PIC X(133) VALUE SPACES.
007600 77  GR-OPM-RESULT               PIC X(40) VALUE SPACES.
007700 01  GR-OPM-CURRENT-DATE.
007800     05  GR-OPM-CURR-CCYY        PIC 9(04).
007900     05  GR-OPM-CURR-MM          PIC 9(02).
008000     05  GR-OPM-CURR-DD          PIC 9(02).
008100 01  GR-OPM-CURRENT-DATE-NUM REDEFINES GR-OPM-CURRENT-DATE
008200                                 PIC 9(08).
008300 01  GR-OPM-CURRENT-TIME.
008400     05  GR-OPM-CURR-HH          PIC 9(02).
008500     05  GR-OPM-CURR-MN          PIC 9(02).
008600     05  GR-OPM-CURR-SS          PIC 9(02).
008700     05  GR-OPM-CURR-HS          PIC 9(02).
008800*
008900 01  GR-OPM-HEADING-LINE.
009000     05  GR-OPM-H1-CTL           PIC X(01) VALUE "1".
009100     05  FILLER                  PIC X(01) VALUE SPACE.
009200     05  FILLER                  PIC X(44) VALUE
009300         "DOOM MAINFRAME GREET - OPERATOR MASTER MAINT".
009400     05  FILLER                  PIC X(02) VALUE SPACES.
009500     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
009600     05  GR-OPM-H1-DATE          PIC X(10).
009700     05  FILLER                  PIC X(02) VALUE SPACES.
009800     05  FILLER                  PIC X(09) VALUE "RUN TIME ".
009900     05  GR-OPM-H1-TIME          PIC X(08).
010000     05  FILLER                  PIC X(02) VALUE SPACES.
010100     05  FILLER                  PIC X(05) VALUE "PAGE ".
010200     05  GR-OPM-H1-PAGE          PIC ZZZ9.
010300     05  FILLER                  PIC X(36) VALUE SPACES.
010400 01  GR-OPM-BLANK-LINE.
010500     05  GR-OPM-BL-CTL           PIC X(01) VALUE SPACE.
010600     05  FILLER                  PIC X(132) VALUE SPACES.
010700 01  GR-OPM-COLHEAD-LINE.
010800     05  GR-OPM-CH-CTL           PIC X(01) VALUE SPACE.
010900     05  FILLER                  PIC X(01) VALUE SPACE.
011000     05  FILLER                  PIC X(08) VALUE "ACTION  ".
011100     05  FILLER                  PIC X(10) VALUE "OPERATOR  ".
011200     05  FILLER                  PIC X(10) VALUE "TEAM      ".
011300     05  FILLER                  PIC X(07) VALUE "QUOTA  ".
011400     05  FILLER                  PIC X(06) VALUE "HIGH  ".
011500     05  FILLER                  PIC X(42) VALUE
011600         "PERMITTED MESSAGE CODES                   ".
011700     05  FILLER                  PIC X(10) VALUE "APPROVER  ".
011800     05  FILLER                  PIC X(38) VALUE "RESULT".
011900 01  GR-OPM-DETAIL-LINE.
012000     05  GR-OPM-DT-CTL           PIC X(01) VALUE SPACE.
012100     05  FILLER                  PIC X(01) VALUE SPACE.
012200     05  GR-OPM-DT-ACTION        PIC X(06).
012300     05  FILLER                  PIC X(02) VALUE SPACES.
012400     05  GR-OPM-DT-OPERATOR      PIC X(08).
012500     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  GR-OPM-DT-TEAM          PIC X(08).
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  GR-OPM-DT-QUOTA         PIC X(05).
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  GR-OPM-DT-HIGH          PIC X(01).
013100     05  FILLER                  PIC X(05) VALUE SPACES.
013200     05  GR-OPM-DT-CODES         PIC X(40).
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013400     05  GR-OPM-DT-AUTH-BY       PIC X(08).
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  GR-OPM-DT-RESULT        PIC X(38).
013700 01  GR-OPM-CODE-LIST.
013800     05  GR-OPM-CODE-SLOT OCCURS 8 TIMES.
013900         10  GR-OPM-CL-CODE      PIC X(04).
014000         10  FILLER              PIC X(01).
014100 01  GR-OPM-TOTAL-LINE.
014200     05  GR-OPM-TL-CTL           PIC X(01) VALUE SPACE.
014300     05  FILLER                  PIC X(01) VALUE SPACE.
014400     05  GR-OPM-TL-TEXT          PIC X(40).
014500     05  GR-OPM-TL-COUNT         PIC ZZZZ9.
014600     05  FILLER                  PIC X(86) VALUE SPACES.
014700*
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015100     PERFORM 2010-APPLY-ONE-TRANSACTION THRU 2010-EXIT
015200             UNTIL GR-OPM-TRAN-STATUS = "10".
015300     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
015400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015500 9999-EXIT-PROGRAM.
015600     STOP RUN.
015700*
015800******************************************************************
015900*    1000-INITIALIZE                                            *
016000*    OPENS THE REGISTER, THE TRANSACTION DECK AND THE MASTER.    *
016100*    A BRAND NEW MASTER IS FORMATTED ON FIRST USE THE SAME WAY   *
016200*    GRREQLD FORMATS A BRAND NEW REQMAST, SO THE VERY FIRST RUN  *
016300*    IS SIMPLY A DECK OF ADD CARDS.                              *
016400******************************************************************
016500 1000-INITIALIZE.
016600     ACCEPT GR-OPM-CURRENT-DATE FROM DATE YYYYMMDD.
016700     ACCEPT GR-OPM-CURRENT-TIME FROM TIME.
016800     OPEN OUTPUT RPT-FILE.
016900     IF GR-OPM-RPT-STATUS NOT = "00"
017000         DISPLAY "GO1000E - UNABLE TO OPEN OPRMRPT, STATUS "
017100             GR-OPM-RPT-STATUS
017200         MOVE 16 TO RETURN-CODE
017300         GO TO 9999-EXIT-PROGRAM
017400     END-IF.
017500     PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT.
017600     MOVE GR-OPM-COLHEAD-LINE TO GR-OPM-PRINT-RECORD.
017700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
017800     OPEN INPUT TRAN-FILE.
017900     IF GR-OPM-TRAN-STATUS NOT = "00"
018000         DISPLAY "GO1000I - NO OPRTRAN CHANGE CARDS TO APPLY, "
018100             "STATUS " GR-OPM-TRAN-STATUS
018200         MOVE "10" TO GR-OPM-TRAN-STATUS
018300         GO TO 1000-EXIT
018400     END-IF.
018410     SET GR-OPM-TRAN-OPEN TO TRUE.
018500     OPEN I-O OPER-FILE.
018600     IF GR-OPM-OPER-STATUS = "35"
018700         OPEN OUTPUT OPER-FILE
018800         CLOSE OPER-FILE
018900         OPEN I-O OPER-FILE
019000     END-IF.
019100     IF GR-OPM-OPER-STATUS NOT = "00"
019200         DISPLAY "GO1000E - UNABLE TO OPEN OPERMAST, STATUS "
019300             GR-OPM-OPER-STATUS " - NOTHING APPLIED"
019400         MOVE 16 TO RETURN-CODE
019500         CLOSE TRAN-FILE
019510         MOVE "N" TO GR-OPM-TRAN-OPEN-SW
019600         MOVE "10" TO GR-OPM-TRAN-STATUS
019700         GO TO 1000-EXIT
019800     END-IF.
019810     SET GR-OPM-OPER-OPEN TO TRUE.
019900 1000-EXIT.
020000     EXIT.
020100*
020200******************************************************************
020300*    2010-APPLY-ONE-TRANSACTION                                 *
020400*    EDITS ONE CHANGE CARD, LOOKS THE OPERATOR UP ON THE MASTER  *
020500*    AND HANDS THE CARD TO THE PARAGRAPH FOR ITS ACTION. EVERY   *
020600*    CARD - APPLIED OR REJECTED - PRINTS ONE REGISTER LINE.      *
020700******************************************************************
020800 2010-APPLY-ONE-TRANSACTION.
020900     READ TRAN-FILE
021000         AT END
021100             MOVE "10" TO GR-OPM-TRAN-STATUS
021200             GO TO 2010-EXIT
021300     END-READ.
021400     IF GR-OPM-TRAN-STATUS NOT = "00"
021500         DISPLAY "GO2010E - OPRTRAN READ ERROR, STATUS "
021600             GR-OPM-TRAN-STATUS
021700         MOVE "10" TO GR-OPM-TRAN-STATUS
021800         MOVE 8 TO RETURN-CODE
021900         GO TO 2010-EXIT
022000     END-IF.
022100     ADD 1 TO GR-OPM-READ-COUNT.
022200     MOVE SPACES TO GR-OPM-RESULT.
022300     IF GR-OPT-OPERATOR-ID = SPACES
022400         MOVE "REJECTED - NO OPERATOR-ID" TO GR-OPM-RESULT
022500         GO TO 2010-PRINT
022600     END-IF.
022700     IF NOT GR-OPT-ADD AND NOT GR-OPT-CHANGE
022800         AND NOT GR-OPT-SUSPEND AND NOT GR-OPT-REINSTATE
022900         AND NOT GR-OPT-DELETE
023000         MOVE "REJECTED - ACTION MUST BE A/C/S/R/D"
023100             TO GR-OPM-RESULT
023200         GO TO 2010-PRINT
023300     END-IF.
023400     IF GR-OPT-AUTH-BY = SPACES
023500         MOVE "REJECTED - NO APPROVER ON CARD" TO GR-OPM-RESULT
023600         GO TO 2010-PRINT
023700     END-IF.
023800     PERFORM 2100-EDIT-CARD-FIELDS THRU 2100-EXIT.
023900     IF GR-OPM-RESULT NOT = SPACES
024000         GO TO 2010-PRINT
024100     END-IF.
024200     MOVE "N" TO GR-OPM-ON-FILE-SW.
024300     MOVE GR-OPT-OPERATOR-ID TO GR-OPR-OPERATOR-ID.
024400     READ OPER-FILE
024500         KEY IS GR-OPR-KEY
024600         INVALID KEY
024700             CONTINUE
024800         NOT INVALID KEY
024900             SET GR-OPM-ON-FILE TO TRUE
025000     END-READ.
025100     EVALUATE TRUE
025200         WHEN GR-OPT-ADD
025300             PERFORM 2200-ADD-OPERATOR THRU 2200-EXIT
025400         WHEN GR-OPT-CHANGE
025500             PERFORM 2300-CHANGE-OPERATOR THRU 2300-EXIT
025600         WHEN GR-OPT-SUSPEND
025700             PERFORM 2400-SUSPEND-OPERATOR THRU 2400-EXIT
025800         WHEN GR-OPT-REINSTATE
025900             PERFORM 2500-REINSTATE-OPERATOR THRU 2500-EXIT
026000         WHEN GR-OPT-DELETE
026100             PERFORM 2600-DELETE-OPERATOR THRU 2600-EXIT
026200     END-EVALUATE.
026300 2010-PRINT.
026400     IF GR-OPM-RESULT(1:8) = "REJECTED"
026500         ADD 1 TO GR-OPM-REJECT-COUNT
026600     ELSE
026700         ADD 1 TO GR-OPM-APPLIED-COUNT
026800     END-IF.
026900     PERFORM 3000-PRINT-REGISTER-LINE THRU 3000-EXIT.
027000 2010-EXIT.
027100     EXIT.
027200*
027300******************************************************************
027400*    2100-EDIT-CARD-FIELDS                                      *
027500*    EDITS THE DATA FIELDS AN ADD MUST SUPPLY AND A CHANGE MAY   *
027600*    SUPPLY - QUOTA NUMERIC AND ABOVE ZERO, HIGH FLAG Y OR N -   *
027700*    AND NOTES WHETHER ANY MESSAGE CODE WAS PUNCHED. LEAVES A    *
027800*    REJECTION IN GR-OPM-RESULT, OR SPACES WHEN THE CARD IS OK.  *
027900******************************************************************
028000 2100-EDIT-CARD-FIELDS.
028100     MOVE "N" TO GR-OPM-CODES-GIVEN-SW.
028200     IF GR-OPT-PERMITTED-CODES NOT = SPACES
028300         SET GR-OPM-CODES-GIVEN TO TRUE
028400     END-IF.
028500     IF NOT GR-OPT-ADD AND NOT GR-OPT-CHANGE
028600         GO TO 2100-EXIT
028700     END-IF.
028800     IF GR-OPT-ADD AND GR-OPT-TEAM = SPACES
028900         MOVE "REJECTED - TEAM IS REQUIRED ON AN ADD"
029000             TO GR-OPM-RESULT
029100         GO TO 2100-EXIT
029200     END-IF.
029300     IF GR-OPT-ADD AND GR-OPT-QUOTA-X = SPACES
029400         MOVE "REJECTED - QUOTA IS REQUIRED ON AN ADD"
029500             TO GR-OPM-RESULT
029600         GO TO 2100-EXIT
029700     END-IF.
029800     IF GR-OPT-QUOTA-X NOT = SPACES
029900         IF GR-OPT-QUOTA IS NOT NUMERIC
030000             OR GR-OPT-QUOTA = ZERO
030100             MOVE "REJECTED - QUOTA MUST BE 00001-99999"
030200                 TO GR-OPM-RESULT
030300             GO TO 2100-EXIT
030400         END-IF
030500     END-IF.
030600     IF GR-OPT-HIGH-ALLOWED NOT = SPACE
030700         AND GR-OPT-HIGH-ALLOWED NOT = "Y"
030800         AND GR-OPT-HIGH-ALLOWED NOT = "N"
030900         MOVE "REJECTED - HIGH FLAG MUST BE Y OR N"
031000             TO GR-OPM-RESULT
031100     END-IF.
031200 2100-EXIT.
031300     EXIT.
031400*
031500 2200-ADD-OPERATOR.
031600     IF GR-OPM-ON-FILE
031700         MOVE "REJECTED - ALREADY ON MASTER" TO GR-OPM-RESULT
031800         GO TO 2200-EXIT
031900     END-IF.
032000     MOVE SPACES TO GR-OPR-RECORD.
032100     MOVE GR-OPT-OPERATOR-ID TO GR-OPR-OPERATOR-ID.
032200     MOVE GR-OPT-TEAM TO GR-OPR-TEAM.
032300     MOVE "A" TO GR-OPR-STATUS.
032400     MOVE GR-OPT-QUOTA TO GR-OPR-DAILY-QUOTA.
032500     IF GR-OPT-HIGH-ALLOWED = "Y"
032600         MOVE "Y" TO GR-OPR-HIGH-ALLOWED
032700     ELSE
032800         MOVE "N" TO GR-OPR-HIGH-ALLOWED
032900     END-IF.
033000     MOVE GR-OPT-PERMITTED-CODES TO GR-OPR-PERMITTED-CODES.
033100     MOVE GR-OPM-CURRENT-DATE-NUM TO GR-OPR-ADDED-DATE.
033200     MOVE GR-OPM-CURRENT-DATE-NUM TO GR-OPR-CHANGED-DATE.
033300     MOVE GR-OPT-AUTH-BY TO GR-OPR-CHANGED-BY.
033400     WRITE GR-OPR-RECORD
033500         INVALID KEY
033600             MOVE "REJECTED - WRITE FAILED, SEE SYSOUT"
033700                 TO GR-OPM-RESULT
033800             DISPLAY "GO2200E - WRITE FAILED FOR OPERATOR "
033900                 GR-OPR-OPERATOR-ID " STATUS " GR-OPM-OPER-STATUS
034000             MOVE 8 TO RETURN-CODE
034100             GO TO 2200-EXIT
034200     END-WRITE.
034300     MOVE "ADDED" TO GR-OPM-RESULT.
034400 2200-EXIT.
034500     EXIT.
034600*
034700 2300-CHANGE-OPERATOR.
034800     IF NOT GR-OPM-ON-FILE
034900         MOVE "REJECTED - NOT ON MASTER" TO GR-OPM-RESULT
035000         GO TO 2300-EXIT
035100     END-IF.
035200     IF GR-OPT-TEAM NOT = SPACES
035300         MOVE GR-OPT-TEAM TO GR-OPR-TEAM
035400     END-IF.
035500     IF GR-OPT-QUOTA-X NOT = SPACES
035600         MOVE GR-OPT-QUOTA TO GR-OPR-DAILY-QUOTA
035700     END-IF.
035800     IF GR-OPT-HIGH-ALLOWED NOT = SPACE
035900         MOVE GR-OPT-HIGH-ALLOWED TO GR-OPR-HIGH-ALLOWED
036000     END-IF.
036100     IF GR-OPM-CODES-GIVEN
036200         MOVE GR-OPT-PERMITTED-CODES TO GR-OPR-PERMITTED-CODES
036300     END-IF.
036400     MOVE "CHANGED" TO GR-OPM-RESULT.
036500     PERFORM 2900-REWRITE-OPERATOR THRU 2900-EXIT.
036600 2300-EXIT.
036700     EXIT.
036800*
036900 2400-SUSPEND-OPERATOR.
037000     IF NOT GR-OPM-ON-FILE
037100         MOVE "REJECTED - NOT ON MASTER" TO GR-OPM-RESULT
037200         GO TO 2400-EXIT
037300     END-IF.
037400     IF GR-OPR-SUSPENDED
037500         MOVE "REJECTED - ALREADY SUSPENDED" TO GR-OPM-RESULT
037600         GO TO 2400-EXIT
037700     END-IF.
037800     MOVE "S" TO GR-OPR-STATUS.
037900     MOVE "SUSPENDED" TO GR-OPM-RESULT.
038000     PERFORM 2900-REWRITE-OPERATOR THRU 2900-EXIT.
038100 2400-EXIT.
038200     EXIT.
038300*
038400 2500-REINSTATE-OPERATOR.
038500     IF NOT GR-OPM-ON-FILE
038600         MOVE "REJECTED - NOT ON MASTER" TO GR-OPM-RESULT
038700         GO TO 2500-EXIT
038800     END-IF.
038900     IF NOT GR-OPR-SUSPENDED
039000         MOVE "REJECTED - NOT SUSPENDED" TO GR-OPM-RESULT
039100         GO TO 2500-EXIT
039200     END-IF.
039300     MOVE "A" TO GR-OPR-STATUS.
039400     MOVE "REINSTATED" TO GR-OPM-RESULT.
039500     PERFORM 2900-REWRITE-OPERATOR THRU 2900-EXIT.
039600 2500-EXIT.
039700     EXIT.
039800*
039900 2600-DELETE-OPERATOR.
040000     IF NOT GR-OPM-ON-FILE
040100         MOVE "REJECTED - NOT ON MASTER" TO GR-OPM-RESULT
040200         GO TO 2600-EXIT
040300     END-IF.
040400     DELETE OPER-FILE
040500         INVALID KEY
040600             MOVE "REJECTED - DELETE FAILED, SEE SYSOUT"
040700                 TO GR-OPM-RESULT
040800             DISPLAY "GO2600E - DELETE FAILED FOR OPERATOR "
040900                 GR-OPR-OPERATOR-ID " STATUS " GR-OPM-OPER-STATUS
041000             MOVE 8 TO RETURN-CODE
041100             GO TO 2600-EXIT
041200     END-DELETE.
041300     MOVE "DELETED" TO GR-OPM-RESULT.
041400 2600-EXIT.
041500     EXIT.
041600*
041700******************************************************************
041800*    2900-REWRITE-OPERATOR                                      *
041900*    STAMPS THE CHANGE DATE AND APPROVER AND REWRITES THE        *
042000*    MASTER RECORD ALREADY READ BY 2010. THE CALLER HAS PUT      *
042100*    THE SUCCESS TEXT IN GR-OPM-RESULT; A FAILED REWRITE         *
042200*    REPLACES IT WITH THE REJECTION.                             *
042300******************************************************************
042400 2900-REWRITE-OPERATOR.
042500     MOVE GR-OPM-CURRENT-DATE-NUM TO GR-OPR-CHANGED-DATE.
042600     MOVE GR-OPT-AUTH-BY TO GR-OPR-CHANGED-BY.
042700     REWRITE GR-OPR-RECORD
042800         INVALID KEY
042900             MOVE "REJECTED - REWRITE FAILED, SEE SYSOUT"
043000                 TO GR-OPM-RESULT
043100             DISPLAY "GO2900E - REWRITE FAILED FOR OPERATOR "
043200                 GR-OPR-OPERATOR-ID " STATUS " GR-OPM-OPER-STATUS
043300             MOVE 8 TO RETURN-CODE
043400     END-REWRITE.
043500 2900-EXIT.
043600     EXIT.
043700*
043800******************************************************************
043900*    3000-PRINT-REGISTER-LINE                                   *
044000*    ONE REGISTER LINE PER CARD, SHOWING THE CARD AS PUNCHED -   *
044100*    NOT THE RESULTING MASTER RECORD - SO A REJECTED CARD CAN    *
044200*    BE CORRECTED FROM THE REGISTER ALONE.                       *
044300******************************************************************
044400 3000-PRINT-REGISTER-LINE.
044500     MOVE SPACES TO GR-OPM-DETAIL-LINE.
044600     MOVE " " TO GR-OPM-DT-CTL.
044700     EVALUATE TRUE
044800         WHEN GR-OPT-ADD
044900             MOVE "ADD" TO GR-OPM-DT-ACTION
045000         WHEN GR-OPT-CHANGE
045100             MOVE "CHANGE" TO GR-OPM-DT-ACTION
045200         WHEN GR-OPT-SUSPEND
045300             MOVE "SUSPND" TO GR-OPM-DT-ACTION
045400         WHEN GR-OPT-REINSTATE
045500             MOVE "REINST" TO GR-OPM-DT-ACTION
045600         WHEN GR-OPT-DELETE
045700             MOVE "DELETE" TO GR-OPM-DT-ACTION
045800         WHEN OTHER
045900             MOVE GR-OPT-ACTION TO GR-OPM-DT-ACTION
046000     END-EVALUATE.
046100     MOVE GR-OPT-OPERATOR-ID TO GR-OPM-DT-OPERATOR.
046200     MOVE GR-OPT-TEAM TO GR-OPM-DT-TEAM.
046300     MOVE GR-OPT-QUOTA-X TO GR-OPM-DT-QUOTA.
046400     MOVE GR-OPT-HIGH-ALLOWED TO GR-OPM-DT-HIGH.
046500     MOVE SPACES TO GR-OPM-CODE-LIST.
046600     PERFORM 3010-LIST-ONE-CODE THRU 3010-EXIT
046700             VARYING GR-OPM-SUB FROM 1 BY 1
046800             UNTIL GR-OPM-SUB > 8.
046900     MOVE GR-OPM-CODE-LIST TO GR-OPM-DT-CODES.
047000     MOVE GR-OPT-AUTH-BY TO GR-OPM-DT-AUTH-BY.
047100     MOVE GR-OPM-RESULT TO GR-OPM-DT-RESULT.
047200     MOVE GR-OPM-DETAIL-LINE TO GR-OPM-PRINT-RECORD.
047300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
047400 3000-EXIT.
047500     EXIT.
047600*
047700 3010-LIST-ONE-CODE.
047800     MOVE GR-OPT-PERMIT-CODE(GR-OPM-SUB)
047900         TO GR-OPM-CL-CODE(GR-OPM-SUB).
048000 3010-EXIT.
048100     EXIT.
048200*
048300 4000-PRINT-TOTALS.
048400     MOVE GR-OPM-BLANK-LINE TO GR-OPM-PRINT-RECORD.
048500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
048600     MOVE "CHANGE CARDS READ" TO GR-OPM-TL-TEXT.
048700     MOVE GR-OPM-READ-COUNT TO GR-OPM-TL-COUNT.
048800     MOVE GR-OPM-TOTAL-LINE TO GR-OPM-PRINT-RECORD.
048900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
049000     MOVE "CHANGES APPLIED" TO GR-OPM-TL-TEXT.
049100     MOVE GR-OPM-APPLIED-COUNT TO GR-OPM-TL-COUNT.
049200     MOVE GR-OPM-TOTAL-LINE TO GR-OPM-PRINT-RECORD.
049300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
049400     MOVE "CHANGES REJECTED" TO GR-OPM-TL-TEXT.
049500     MOVE GR-OPM-REJECT-COUNT TO GR-OPM-TL-COUNT.
049600     MOVE GR-OPM-TOTAL-LINE TO GR-OPM-PRINT-RECORD.
049700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
049800 4000-EXIT.
049900     EXIT.
050000*
050100******************************************************************
050200*    8000-WRITE-REPORT-LINE                                     *
050300*    COMMON PRINT ROUTINE. WHEN THE LINE COUNT HAS REACHED THE  *
050400*    STANDARD PAGE DEPTH IT STARTS A FRESH PAGE - HEADING AND   *
050500*    COLUMN HEADINGS - BEFORE THE CALLER'S LINE. THE CALLER'S   *
050600*    LINE IS SAVED AROUND THE HEADING WRITES BECAUSE THEY PASS  *
050700*    THROUGH THE SAME RECORD AREA.                              *
050800******************************************************************
050900 8000-WRITE-REPORT-LINE.
051000     IF GR-OPM-LINE-COUNT NOT < GR-OPM-PAGE-LIMIT
051100         MOVE GR-OPM-PRINT-RECORD TO GR-OPM-SAVE-LINE
051200         PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT
051300         WRITE GR-OPM-PRINT-RECORD FROM GR-OPM-COLHEAD-LINE
051400         ADD 1 TO GR-OPM-LINE-COUNT
051500         MOVE GR-OPM-SAVE-LINE TO GR-OPM-PRINT-RECORD
051600     END-IF.
051700     WRITE GR-OPM-PRINT-RECORD.
051800     ADD 1 TO GR-OPM-LINE-COUNT.
051900 8000-EXIT.
052000     EXIT.
052100*
052200 8100-WRITE-PAGE-HEADING.
052300     ADD 1 TO GR-OPM-PAGE-NO.
052400     MOVE GR-OPM-PAGE-NO TO GR-OPM-H1-PAGE.
052500     STRING GR-OPM-CURR-MM   "/"
052600            GR-OPM-CURR-DD   "/"
052700            GR-OPM-CURR-CCYY
052800         DELIMITED BY SIZE INTO GR-OPM-H1-DATE.
052900     STRING GR-OPM-CURR-HH   ":"
053000            GR-OPM-CURR-MN   ":"
053100            GR-OPM-CURR-SS
053200         DELIMITED BY SIZE INTO GR-OPM-H1-TIME.
053300     WRITE GR-OPM-PRINT-RECORD FROM GR-OPM-HEADING-LINE.
053400     MOVE 1 TO GR-OPM-LINE-COUNT.
053500 8100-EXIT.
053600     EXIT.
053700*
053800 9000-TERMINATE.
053900     IF GR-OPM-OPER-OPEN
054000         CLOSE OPER-FILE
054100     END-IF.
054110     IF GR-OPM-TRAN-OPEN
054120         CLOSE TRAN-FILE
054130     END-IF.
054300     CLOSE RPT-FILE.
054400     IF GR-OPM-REJECT-COUNT > ZERO
054500         DISPLAY "GO9000W - " GR-OPM-REJECT-COUNT
054600             " CHANGE CARD(S) REJECTED - SEE OPRMRPT"
054700         IF 4 > RETURN-CODE
054800             MOVE 4 TO RETURN-CODE
054900         END-IF
055000     END-IF.
055100     DISPLAY "GO9000I - OPERATOR MASTER MAINTENANCE COMPLETE, "
055200         GR-OPM-APPLIED-COUNT " APPLIED, "
055300         GR-OPM-REJECT-COUNT " REJECTED".
055400 9000-EXIT.
055500     EXIT.
