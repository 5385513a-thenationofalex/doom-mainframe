003140*                     STEP'S BUSINESS DATE EVEN WHEN THE        *
003150*                     STREAM CROSSES MIDNIGHT. WITHOUT RUNCTL   *
003160*                     THE WALL-CLOCK DATE IS USED AS BEFORE.    *
003162*    2026-10-05  AJM  EACH RUN NOW WRITES A RUN-HISTORY RECORD  *
003164*                     (GRRUNH.CPY) TO THE RUNHIST KEYED FILE AT  *
003166*                     STEP END - START AND END, RETURN CODE,     *
003168*                     RUN-IDS RECONCILED, AUDIT ITERATIONS AND   *
003170*                     FEED ROWS READ - FOR THE GRCAPRPT CAPACITY *
003172*                     TREND REPORT.                              *
003174*    2026-10-08  AJM  FEEDFILE NOW CARRIES A HEADER AND TRAILER  *
003176*                     RECORD (SEE GRFEED.CPY). THEY ARE LEFT OUT *
003178*                     OF THE RUN-ID TALLIES AND CHECKED INSTEAD: *
003180*                     HEADER FIRST AND DATED WITH TODAY'S        *
003182*                     BUSINESS DATE, TRAILER LAST, AND THE       *
003184*                     TRAILER ROW COUNT AND ITERATION HASH       *
003186*                     TOTAL EQUAL TO THE DETAIL ROWS ACTUALLY    *
003188*                     READ. A FAILED CHECK IS LISTED ON RECONRPT *
003190*                     AND ENDS THE STEP RC 12, WHICH HOLDS       *
003192*                     DISTRIBUTION. RUN HISTORY NOW COUNTS       *
003194*                     DETAIL ROWS ONLY.                          *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
004810     SELECT OPTIONAL RCTL-FILE ASSIGN TO "RUNCTL"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS GR-REC-RCTL-STATUS.
004840     SELECT OPTIONAL RNH-FILE ASSIGN TO "RUNHIST"
004850         ORGANIZATION IS INDEXED
004860         ACCESS MODE IS DYNAMIC
004870         RECORD KEY IS GR-RNH-KEY
004880         FILE STATUS IS GR-REC-RNH-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  FEED-FILE
006120     RECORDING MODE IS F.
006130 01  GR-RCT-RECORD.
006140     COPY GRRNCTL.
006150 FD  RNH-FILE.
006160 01  GR-RNH-RECORD.
006170     COPY GRRUNH.
006200 WORKING-STORAGE SECTION.
006300 77  GR-REC-FEED-STATUS          PIC X(02) VALUE "00".
006400 77  GR-REC-AUDIT-STATUS         PIC X(02) VALUE "00".
008000 77  GR-REC-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
008100 77  GR-REC-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
008200 77  GR-REC-PAGE-LIMIT           PIC 9(03) COMP VALUE 055.
008202 77  GR-REC-RNH-STATUS           PIC X(02) VALUE "00".
008204 77  GR-REC-HIST-FOUND-SW        PIC X(01) VALUE "N".
008206     88  GR-REC-HIST-FOUND       VALUE "Y".
008208 77  GR-REC-ITER-TOTAL           PIC 9(09) COMP VALUE ZERO.
008210 77  GR-REC-DETAIL-READ          PIC 9(09) COMP VALUE ZERO.
008212 77  GR-REC-HASH-TOTAL           PIC 9(15) COMP VALUE ZERO.
008214 77  GR-REC-HDR-BUS-DATE         PIC 9(08) VALUE ZERO.
008216 77  GR-REC-TRL-COUNT            PIC 9(09) VALUE ZERO.
008218 77  GR-REC-TRL-HASH             PIC 9(15) VALUE ZERO.
008220 77  GR-REC-HDR-SW               PIC X(01) VALUE "N".
008222     88  GR-REC-HDR-SEEN         VALUE "Y".
008224 77  GR-REC-TRL-SW               PIC X(01) VALUE "N".
008226     88  GR-REC-TRL-SEEN         VALUE "Y".
008228 77  GR-REC-SEQ-SW               PIC X(01) VALUE "N".
008230     88  GR-REC-SEQ-ERROR        VALUE "Y".
008232 77  GR-REC-CTL-SW               PIC X(01) VALUE "N".
008234     88  GR-REC-CTL-ERROR        VALUE "Y".
008236 77  GR-REC-START-DATE           PIC 9(08) VALUE ZERO.
008238 77  GR-REC-END-DATE             PIC 9(08) VALUE ZERO.
008240 77  GR-REC-ELAPSED              PIC S9(09) COMP VALUE ZERO.
008242 01  GR-REC-END-TIME.
008244     05  GR-REC-END-HH           PIC 9(02).
008246     05  GR-REC-END-MN           PIC 9(02).
008248     05  GR-REC-END-SS           PIC 9(02).
008250     05  GR-REC-END-HS           PIC 9(02).
008300 01  GR-REC-CURRENT-DATE.
008400     05  GR-REC-CURR-CCYY        PIC 9(04).
008500     05  GR-REC-CURR-MM          PIC 9(02).
014900     05  FILLER                  PIC X(01) VALUE SPACE.
015000     05  GR-REC-VD-TEXT          PIC X(60).
015100     05  FILLER                  PIC X(71) VALUE SPACES.
015102 01  GR-REC-CTL-HEAD-LINE.
015104     05  GR-REC-CH2-CTL          PIC X(01) VALUE SPACE.
015106     05  FILLER                  PIC X(01) VALUE SPACE.
015108     05  FILLER                  PIC X(26) VALUE
015110         "FEED CONTROL CHECK".
015112     05  FILLER                  PIC X(07) VALUE SPACES.
015114     05  FILLER                  PIC X(08) VALUE "EXPECTED".
015116     05  FILLER                  PIC X(14) VALUE SPACES.
015118     05  FILLER                  PIC X(05) VALUE "FOUND".
015120     05  FILLER                  PIC X(04) VALUE SPACES.
015122     05  FILLER                  PIC X(06) VALUE "RESULT".
015124     05  FILLER                  PIC X(61) VALUE SPACES.
015126 01  GR-REC-CONTROL-LINE.
015128     05  GR-REC-CL-CTL           PIC X(01) VALUE SPACE.
015130     05  FILLER                  PIC X(01) VALUE SPACE.
015132     05  GR-REC-CL-TEXT          PIC X(26).
015134     05  GR-REC-CL-EXPECTED      PIC Z(14)9.
015136     05  FILLER                  PIC X(04) VALUE SPACES.
015138     05  GR-REC-CL-FOUND         PIC Z(14)9.
015140     05  FILLER                  PIC X(04) VALUE SPACES.
015142     05  GR-REC-CL-RESULT        PIC X(20).
015144     05  FILLER                  PIC X(47) VALUE SPACES.
015200*
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
016300 1000-INITIALIZE.
016400     ACCEPT GR-REC-CURRENT-DATE FROM DATE YYYYMMDD.
016500     ACCEPT GR-REC-CURRENT-TIME FROM TIME.
016505     MOVE GR-REC-CURRENT-DATE-NUM TO GR-REC-START-DATE.
016510     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
016600     OPEN OUTPUT RPT-FILE.
016700     IF GR-REC-RPT-STATUS NOT = "00"
016800         DISPLAY "GC1000E - UNABLE TO OPEN RECONRPT, STATUS "
016900             GR-REC-RPT-STATUS
017000         MOVE 16 TO RETURN-CODE
017050         PERFORM 9100-WRITE-RUN-HISTORY THRU 9100-EXIT
017100         GO TO 9999-EXIT-PROGRAM
017200     END-IF.
017300     MOVE ZERO TO GR-REC-TAB-COUNT.
018000*    COUNTS THE FEED RECORDS ACTUALLY WRITTEN FOR EACH RUN-ID.   *
018100*    A MISSING FEEDFILE IS TREATED AS ZERO RECORDS EVERYWHERE -  *
018200*    THE AUDIT SIDE THEN DECIDES WHETHER THAT IS AN EXCEPTION.   *
018220*    THE HEADER AND TRAILER RECORDS ARE NOT TALLIED - 2100 AND   *
018240*    2200 KEEP THEM FOR THE CONTROL CHECK IN 4100.               *
018300******************************************************************
018400 2000-TALLY-FEED-FILE.
018500     OPEN INPUT FEED-FILE.
020700         GO TO 2010-EXIT
020800     END-IF.
020900     ADD 1 TO GR-REC-FEED-READ.
020905     IF GR-FEED-HEADER
020910         PERFORM 2100-TAKE-FEED-HEADER THRU 2100-EXIT
020915         GO TO 2010-EXIT
020920     END-IF.
020925     IF GR-FEED-TRAILER
020930         PERFORM 2200-TAKE-FEED-TRAILER THRU 2200-EXIT
020935         GO TO 2010-EXIT
020940     END-IF.
020945     IF NOT GR-REC-HDR-SEEN OR GR-REC-TRL-SEEN
020950         SET GR-REC-SEQ-ERROR TO TRUE
020955     END-IF.
020960     ADD 1 TO GR-REC-DETAIL-READ.
020965     IF GR-FEED-ITER-NO IS NUMERIC
020970         ADD GR-FEED-ITER-NO TO GR-REC-HASH-TOTAL
020975     END-IF.
021000     MOVE GR-FEED-RUN-ID TO GR-REC-WORK-ID.
021100     PERFORM 5000-FIND-OR-ADD-RUN-ID THRU 5000-EXIT.
021200     IF GR-REC-HIT > ZERO
021340         END-IF
021400     END-IF.
021500 2010-EXIT.
021502     EXIT.
021504*
021506*    ONLY THE FIRST RECORD MAY BE A HEADER, AND ONLY ONCE.
021508 2100-TAKE-FEED-HEADER.
021510     IF GR-REC-FEED-READ > 1 OR GR-REC-HDR-SEEN
021512         SET GR-REC-SEQ-ERROR TO TRUE
021514     END-IF.
021516     SET GR-REC-HDR-SEEN TO TRUE.
021518     IF GR-FEED-HDR-BUS-DATE IS NUMERIC
021520         MOVE GR-FEED-HDR-BUS-DATE TO GR-REC-HDR-BUS-DATE
021522     ELSE
021524         MOVE ZERO TO GR-REC-HDR-BUS-DATE
021526     END-IF.
021528 2100-EXIT.
021530     EXIT.
021532*
021534*    THE TRAILER MUST FOLLOW THE HEADER AND APPEAR ONLY ONCE; A
021536*    DETAIL ROW AFTER IT IS CAUGHT IN 2010.
021538 2200-TAKE-FEED-TRAILER.
021540     IF NOT GR-REC-HDR-SEEN OR GR-REC-TRL-SEEN
021542         SET GR-REC-SEQ-ERROR TO TRUE
021544     END-IF.
021546     SET GR-REC-TRL-SEEN TO TRUE.
021548     IF GR-FEED-TRL-ROW-COUNT IS NUMERIC
021550         MOVE GR-FEED-TRL-ROW-COUNT TO GR-REC-TRL-COUNT
021552     ELSE
021554         MOVE ZERO TO GR-REC-TRL-COUNT
021556     END-IF.
021558     IF GR-FEED-TRL-HASH-TOTAL IS NUMERIC
021560         MOVE GR-FEED-TRL-HASH-TOTAL TO GR-REC-TRL-HASH
021562     ELSE
021564         MOVE ZERO TO GR-REC-TRL-HASH
021566     END-IF.
021568 2200-EXIT.
021600     EXIT.
021700*
021800******************************************************************
026600     PERFORM 5000-FIND-OR-ADD-RUN-ID THRU 5000-EXIT.
026700     IF GR-REC-HIT > ZERO
026800         ADD GL-ITER-COUNT TO GR-REC-AUDIT-ITERS(GR-REC-HIT)
026850         ADD GL-ITER-COUNT TO GR-REC-ITER-TOTAL
026900         ADD 1 TO GR-REC-AUDIT-ROWS(GR-REC-HIT)
027000     END-IF.
027100 3010-EXIT.
029100         MOVE GR-REC-VERDICT-LINE TO GR-REC-PRINT-RECORD
029200         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
029300     END-IF.
029350     PERFORM 4100-PRINT-FEED-CONTROL THRU 4100-EXIT.
029400     MOVE GR-REC-BLANK-LINE TO GR-REC-PRINT-RECORD.
029500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
029600     MOVE "FEED RECORDS READ" TO GR-REC-TL-TEXT.
032600     END-IF.
032700     MOVE GR-REC-VERDICT-LINE TO GR-REC-PRINT-RECORD.
032800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
032805*    A FEED THAT FAILED ITS OWN CONTROL CHECK MUST NOT BE
032810*    DISTRIBUTED EVEN WHEN EVERY RUN-ID HAPPENS TO BALANCE - RC
032815*    12 TELLS THE SCHEDULER IT IS THE FEED ITSELF, NOT ONE
032820*    REQUEST, THAT IS WRONG.
032825     IF GR-REC-CTL-ERROR
032830         MOVE "FEED CONTROL CHECK FAILED - HOLD DISTRIBUTION"
032835             TO GR-REC-VD-TEXT
032840         MOVE GR-REC-VERDICT-LINE TO GR-REC-PRINT-RECORD
032845         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
032850         MOVE 12 TO RETURN-CODE
032855         DISPLAY "GC4000E - FEED CONTROL CHECK FAILED, "
032860             "FEED MUST NOT BE DISTRIBUTED"
032865     END-IF.
032900 4000-EXIT.
033000     EXIT.
033100*
035600     MOVE GR-REC-DETAIL-LINE TO GR-REC-PRINT-RECORD.
035700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
035800 4010-EXIT.
035801     EXIT.
035802*
035803******************************************************************
035804*    4100-PRINT-FEED-CONTROL                                     *
035805*    PROVES THE FEED IS THE WHOLE OF TODAY'S FEED: THE HEADER    *
035806*    BUSINESS DATE AGAINST TODAY'S, AND THE TRAILER ROW COUNT    *
035807*    AND ITERATION HASH TOTAL AGAINST THE DETAIL ROWS ACTUALLY   *
035808*    READ. ANY DISAGREEMENT, OR A HEADER OR TRAILER MISSING OR   *
035809*    OUT OF PLACE, SETS GR-REC-CTL-ERROR FOR THE VERDICT.        *
035810******************************************************************
035811 4100-PRINT-FEED-CONTROL.
035812     MOVE GR-REC-BLANK-LINE TO GR-REC-PRINT-RECORD.
035813     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
035814     MOVE GR-REC-CTL-HEAD-LINE TO GR-REC-PRINT-RECORD.
035815     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
035816     MOVE "HEADER BUSINESS DATE" TO GR-REC-CL-TEXT.
035817     MOVE GR-REC-CURRENT-DATE-NUM TO GR-REC-CL-EXPECTED.
035818     MOVE GR-REC-HDR-BUS-DATE TO GR-REC-CL-FOUND.
035819     EVALUATE TRUE
035820         WHEN NOT GR-REC-HDR-SEEN
035821             MOVE "NO HEADER RECORD" TO GR-REC-CL-RESULT
035822             SET GR-REC-CTL-ERROR TO TRUE
035823         WHEN GR-REC-HDR-BUS-DATE NOT = GR-REC-CURRENT-DATE-NUM
035824             MOVE "WRONG BUSINESS DATE" TO GR-REC-CL-RESULT
035825             SET GR-REC-CTL-ERROR TO TRUE
035826         WHEN OTHER
035827             MOVE "AGREES" TO GR-REC-CL-RESULT
035828     END-EVALUATE.
035829     MOVE GR-REC-CONTROL-LINE TO GR-REC-PRINT-RECORD.
035830     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
035831     MOVE "TRAILER DETAIL ROW COUNT" TO GR-REC-CL-TEXT.
035832     MOVE GR-REC-TRL-COUNT TO GR-REC-CL-EXPECTED.
035833     MOVE GR-REC-DETAIL-READ TO GR-REC-CL-FOUND.
035834     EVALUATE TRUE
035835         WHEN NOT GR-REC-TRL-SEEN
035836             MOVE "NO TRAILER RECORD" TO GR-REC-CL-RESULT
035837             SET GR-REC-CTL-ERROR TO TRUE
035838         WHEN GR-REC-TRL-COUNT NOT = GR-REC-DETAIL-READ
035839             MOVE "ROW COUNT DIFFERS" TO GR-REC-CL-RESULT
035840             SET GR-REC-CTL-ERROR TO TRUE
035841         WHEN OTHER
035842             MOVE "AGREES" TO GR-REC-CL-RESULT
035843     END-EVALUATE.
035844     MOVE GR-REC-CONTROL-LINE TO GR-REC-PRINT-RECORD.
035845     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
035846     MOVE "TRAILER ITERATION HASH" TO GR-REC-CL-TEXT.
035847     MOVE GR-REC-TRL-HASH TO GR-REC-CL-EXPECTED.
035848     MOVE GR-REC-HASH-TOTAL TO GR-REC-CL-FOUND.
035849     EVALUATE TRUE
035850         WHEN NOT GR-REC-TRL-SEEN
035851             MOVE "NO TRAILER RECORD" TO GR-REC-CL-RESULT
035852             SET GR-REC-CTL-ERROR TO TRUE
035853         WHEN GR-REC-TRL-HASH NOT = GR-REC-HASH-TOTAL
035854             MOVE "HASH TOTAL DIFFERS" TO GR-REC-CL-RESULT
035855             SET GR-REC-CTL-ERROR TO TRUE
035856         WHEN OTHER
035857             MOVE "AGREES" TO GR-REC-CL-RESULT
035858     END-EVALUATE.
035859     MOVE GR-REC-CONTROL-LINE TO GR-REC-PRINT-RECORD.
035860     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
035861     IF GR-REC-SEQ-ERROR
035862         MOVE "  HEADER OR TRAILER OUT OF PLACE IN FEEDFILE"
035863             TO GR-REC-VD-TEXT
035864         MOVE GR-REC-VERDICT-LINE TO GR-REC-PRINT-RECORD
035865         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
035866         SET GR-REC-CTL-ERROR TO TRUE
035867     END-IF.
035868 4100-EXIT.
035900     EXIT.
036000*
036100******************************************************************
042600     CLOSE RPT-FILE.
042700     DISPLAY "GC9000I - RECONCILIATION COMPLETE, RETURN CODE "
042800         RETURN-CODE.
042850     PERFORM 9100-WRITE-RUN-HISTORY THRU 9100-EXIT.
042900 9000-EXIT.
043000     EXIT.
043100*
043200******************************************************************
043300*    9100-WRITE-RUN-HISTORY                                     *
043400*    RECORDS THIS STEP ON THE RUNHIST FILE UNDER THE BUSINESS    *
043500*    DATE FOR THE GRCAPRPT CAPACITY TREND REPORT, AFTER THE      *
043600*    RETURN CODE IS FINAL. A RERUN UNDER THE SAME BUSINESS DATE  *
043700*    REPLACES THE RECORD AND COUNTS THE ATTEMPT. A FAILURE HERE  *
043800*    IS REPORTED BUT NEVER CHANGES THE RECONCILIATION RESULT.    *
043900******************************************************************
044000 9100-WRITE-RUN-HISTORY.
044100     ACCEPT GR-REC-END-DATE FROM DATE YYYYMMDD.
044200     ACCEPT GR-REC-END-TIME FROM TIME.
044300     OPEN I-O RNH-FILE.
044400     IF GR-REC-RNH-STATUS = "35"
044500         OPEN OUTPUT RNH-FILE
044600         CLOSE RNH-FILE
044700         OPEN I-O RNH-FILE
044800     END-IF.
044900     IF GR-REC-RNH-STATUS NOT = "00"
045000             AND GR-REC-RNH-STATUS NOT = "05"
045100         DISPLAY "GC9100W - RUNHIST UNAVAILABLE, STATUS "
045200             GR-REC-RNH-STATUS " - NO RUN HISTORY RECORDED"
045300         GO TO 9100-EXIT
045400     END-IF.
045500     MOVE GR-REC-CURRENT-DATE-NUM TO GR-RNH-BUS-DATE.
045600     MOVE "GRRECON " TO GR-RNH-PROGRAM.
045700     SET GR-REC-HIST-FOUND TO TRUE.
045800     READ RNH-FILE
045900         INVALID KEY
046000             MOVE "N" TO GR-REC-HIST-FOUND-SW
046100             MOVE SPACES TO GR-RNH-RECORD
046200             MOVE GR-REC-CURRENT-DATE-NUM TO GR-RNH-BUS-DATE
046300             MOVE "GRRECON " TO GR-RNH-PROGRAM
046400             MOVE ZERO TO GR-RNH-ATTEMPTS
046500     END-READ.
046600     IF GR-RNH-ATTEMPTS IS NOT NUMERIC
046700         MOVE ZERO TO GR-RNH-ATTEMPTS
046800     END-IF.
046900     ADD 1 TO GR-RNH-ATTEMPTS.
047000     MOVE GR-REC-START-DATE TO GR-RNH-START-DATE.
047100     MOVE GR-REC-CURRENT-TIME(1:6) TO GR-RNH-START-TIME.
047200     MOVE GR-REC-END-DATE TO GR-RNH-END-DATE.
047300     MOVE GR-REC-END-TIME(1:6) TO GR-RNH-END-TIME.
047400     COMPUTE GR-REC-ELAPSED =
047500         (FUNCTION INTEGER-OF-DATE(GR-REC-END-DATE)
047600          - FUNCTION INTEGER-OF-DATE(GR-REC-START-DATE)) * 86400
047700         + (GR-REC-END-HH * 3600) + (GR-REC-END-MN * 60)
047800         + GR-REC-END-SS
047900         - (GR-REC-CURR-HH * 3600) - (GR-REC-CURR-MN * 60)
048000         - GR-REC-CURR-SS.
048100     IF GR-REC-ELAPSED < ZERO
048200         MOVE ZERO TO GR-REC-ELAPSED
048300     END-IF.
048400     MOVE GR-REC-ELAPSED TO GR-RNH-ELAPSED-SECS.
048500     MOVE RETURN-CODE TO GR-RNH-RETURN-CODE.
048600     MOVE GR-REC-TAB-COUNT TO GR-RNH-REQS-RUN.
048700     MOVE ZERO TO GR-RNH-REQS-DEFERRED.
048800     MOVE GR-REC-ITER-TOTAL TO GR-RNH-ITERATIONS.
048900     MOVE GR-REC-DETAIL-READ TO GR-RNH-FEED-ROWS.
049000     MOVE ZERO TO GR-RNH-SUBOUT-ROWS(1)
049100                  GR-RNH-SUBOUT-ROWS(2)
049200                  GR-RNH-SUBOUT-ROWS(3).
049300     MOVE "N" TO GR-RNH-CUTOFF-SET-SW.
049400     MOVE ZERO TO GR-RNH-CUTOFF-TIME.
049500     IF GR-REC-HIST-FOUND
049600         REWRITE GR-RNH-RECORD
049700     ELSE
049800         WRITE GR-RNH-RECORD
049900     END-IF.
050000     IF GR-REC-RNH-STATUS NOT = "00"
050100         DISPLAY "GC9100W - RUNHIST WRITE FAILED, STATUS "
050200             GR-REC-RNH-STATUS " - NO RUN HISTORY RECORDED"
050300     END-IF.
050400     CLOSE RNH-FILE.
050500 9100-EXIT.
050600     EXIT.
