002903*                     CANNOT BE REACHED BY DEAD HISTORY.        *
002904*                     FAILED RECORDS ARE NEVER RETIRED - THEY   *
002905*                     BELONG TO THE GRRERUN RECOVERY PATH.      *
002907*    2026-09-21  AJM  EVERY SUBMISSION IS NOW CHECKED AGAINST   *
002909*                     THE OPERATOR AUTHORITY MASTER (OPERMAST,  *
002911*                     GROPER.CPY) BEFORE IT IS QUEUED. AN       *
002913*                     OPERATOR WHO IS NOT ON THE MASTER OR IS   *
002915*                     SUSPENDED, A HIGH-PRIORITY REQUEST FROM   *
002917*                     AN OPERATOR NOT PERMITTED ONE, A MESSAGE  *
002919*                     CODE THE OPERATOR MAY NOT USE, OR A       *
002921*                     SUBMISSION THAT TAKES THE OPERATOR'S      *
002923*                     QUEUED ITERATIONS PAST THE DAILY QUOTA IS *
002925*                     REJECTED AND PRINTED ON THE NEW //REJRPT  *
002927*                     LISTING. ANY REJECTION ENDS THE STEP RC   *
002929*                     4; A MISSING MASTER ENDS IT RC 16 WITH    *
002931*                     NOTHING LOADED.                           *
002933*    2026-09-28  AJM  A HIGH-PRIORITY SUBMISSION, OR ONE OVER   *
002935*                     THE RQPARM APPROVAL THRESHOLD (DEFAULT    *
002937*                     1000 ITERATIONS), IS NOW LOADED AWAITING  *
002939*                     SUPERVISOR APPROVAL (STATUS W) INSTEAD OF *
002941*                     SUBMITTED. A RESUBMISSION OF AN APPROVED  *
002943*                     REQUEST WITH THE SAME ITERATIONS AND      *
002945*                     PRIORITY KEEPS ITS APPROVAL; ANY CHANGE   *
002947*                     SENDS IT BACK FOR APPROVAL. W RECORDS     *
002949*                     COUNT AS QUEUED FOR MATCHING AND QUOTA,   *
002951*                     AND REJECTED RECORDS ARE RETIRED LIKE     *
002953*                     COMPLETED ONES FROM THE DECISION DATE.    *
002955*    2026-10-09  AJM  NEW REQUESTS START WITH A ZERO DEFERRAL   *
002957*                     COUNT AND ELIGIBLE DATE. A RESUBMISSION   *
002959*                     OF A STILL-QUEUED REQUEST KEEPS BOTH, AND *
002961*                     ONE GRAGERPT PROMOTED TO HIGH PRIORITY    *
002963*                     (DECIDED-BY 'SLA') KEEPS THE PROMOTION    *
002965*                     WHILE ITS ITERATIONS ARE UNCHANGED.       *
002967*    2026-10-15  AJM  A RESUBMISSION OF A STILL-QUEUED REQUEST  *
002969*                     ALSO KEEPS THE DATE GREET LAST DEFERRED   *
002971*                     IT. AN AGE PROMOTION IS NOW KNOWN BY ITS  *
002973*                     PRIORITY P, AND THE APPROVAL OF A         *
002975*                     PROMOTED REQUEST IS KEPT WITH IT.         *
002977*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004410     SELECT OPTIONAL RQL-PARM-FILE ASSIGN TO "RQPARM"
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS GR-RQL-PARM-STATUS.
004435     SELECT OPTIONAL OPER-FILE ASSIGN TO "OPERMAST"
004440         ORGANIZATION IS INDEXED
004445         ACCESS MODE IS DYNAMIC
004450         RECORD KEY IS GR-OPR-KEY
004455         FILE STATUS IS GR-RQL-OPER-STATUS.
004460     SELECT REJ-FILE ASSIGN TO "REJRPT"
004465         ORGANIZATION IS LINE SEQUENTIAL
004470         FILE STATUS IS GR-RQL-REJ-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BATCH-FILE
005320     RECORDING MODE IS F.
005330 01  GR-RQL-PARM-RECORD.
005340     COPY GRRQPARM.
005345 FD  OPER-FILE.
005350 01  GR-OPR-RECORD.
005355     COPY GROPER.
005360 FD  REJ-FILE
005365     RECORDING MODE IS F.
005370 01  GR-RQL-REJ-RECORD           PIC X(133).
005400 WORKING-STORAGE SECTION.
005500 77  GR-RQL-BATCH-STATUS         PIC X(02) VALUE "00".
005600 77  GR-RQL-REQM-STATUS          PIC X(02) VALUE "00".
007092     05  GR-RQL-SEQ-USED OCCURS 999 TIMES
007094                                 PIC X(01).
007100*
007101 77  GR-RQL-OPER-STATUS          PIC X(02) VALUE "00".
007102 77  GR-RQL-OPER-OPEN-SW         PIC X(01) VALUE "N".
007103     88  GR-RQL-OPER-OPEN        VALUE "Y".
007104 77  GR-RQL-REJ-STATUS           PIC X(02) VALUE "00".
007105 77  GR-RQL-REJ-OPEN-SW          PIC X(01) VALUE "N".
007106     88  GR-RQL-REJ-OPEN         VALUE "Y".
007107 77  GR-RQL-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
007108 77  GR-RQL-REJECT-REASON        PIC X(40) VALUE SPACES.
007109 77  GR-RQL-QUEUED-ITERS         PIC 9(07) COMP VALUE ZERO.
007110 77  GR-RQL-MATCH-ITERS          PIC 9(05) COMP VALUE ZERO.
007111 77  GR-RQL-QUOTA-USED           PIC 9(07) COMP VALUE ZERO.
007112 77  GR-RQL-CODE-SUB             PIC 9(04) COMP VALUE ZERO.
007113 77  GR-RQL-CODE-OK-SW           PIC X(01) VALUE "N".
007114     88  GR-RQL-CODE-PERMITTED   VALUE "Y".
007115*    //REJRPT - ONE LINE PER SUBMISSION REFUSED BY THE OPERATOR
007116*    AUTHORITY CHECKS, SO THE SHIFT SUPERVISOR CAN TELL THE
007117*    OPERATOR WHY THEIR REQUEST WILL NOT RUN TONIGHT.
007118 01  GR-RQL-REJ-HEADING.
007119     05  FILLER                  PIC X(01) VALUE "1".
007120     05  FILLER                  PIC X(01) VALUE SPACE.
007121     05  FILLER                  PIC X(44) VALUE
007122         "DOOM MAINFRAME GREET - REJECTED SUBMISSIONS ".
007123     05  FILLER                  PIC X(02) VALUE SPACES.
007124     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
007125     05  GR-RQL-RH-DATE          PIC X(10).
007126     05  FILLER                  PIC X(02) VALUE SPACES.
007127     05  FILLER                  PIC X(09) VALUE "RUN TIME ".
007128     05  GR-RQL-RH-TIME          PIC X(08).
007129     05  FILLER                  PIC X(47) VALUE SPACES.
007130 01  GR-RQL-REJ-COLHEAD.
007131     05  FILLER                  PIC X(01) VALUE "0".
007132     05  FILLER                  PIC X(01) VALUE SPACE.
007133     05  FILLER                  PIC X(10) VALUE "OPERATOR  ".
007134     05  FILLER                  PIC X(09) VALUE "MESSAGE  ".
007135     05  FILLER                  PIC X(07) VALUE "ITERS  ".
007136     05  FILLER                  PIC X(06) VALUE "PRTY  ".
007137     05  FILLER                  PIC X(99) VALUE "REASON".
007138 01  GR-RQL-REJ-DETAIL.
007139     05  FILLER                  PIC X(01) VALUE SPACE.
007140     05  FILLER                  PIC X(01) VALUE SPACE.
007141     05  GR-RQL-RD-OPERATOR      PIC X(08).
007142     05  FILLER                  PIC X(02) VALUE SPACES.
007143     05  GR-RQL-RD-MSG-CODE      PIC X(04).
007144     05  FILLER                  PIC X(05) VALUE SPACES.
007145     05  GR-RQL-RD-ITERS         PIC X(04).
007146     05  FILLER                  PIC X(03) VALUE SPACES.
007147     05  GR-RQL-RD-PRIORITY      PIC X(01).
007148     05  FILLER                  PIC X(05) VALUE SPACES.
007149     05  GR-RQL-RD-REASON        PIC X(40).
007150     05  FILLER                  PIC X(59) VALUE SPACES.
007151 01  GR-RQL-REJ-TOTAL.
007152     05  FILLER                  PIC X(01) VALUE "0".
007153     05  FILLER                  PIC X(01) VALUE SPACE.
007154     05  FILLER                  PIC X(40) VALUE
007155         "SUBMISSIONS REJECTED".
007156     05  GR-RQL-RT-COUNT         PIC ZZZZ9.
007157     05  FILLER                  PIC X(86) VALUE SPACES.
007158*
007159*    APPROVAL THRESHOLD AND WHAT A REFRESHED RECORD CARRIED
007160*    BEFORE IT WAS REBUILT, SO AN UNCHANGED RESUBMISSION OF AN
007161*    APPROVED REQUEST DOES NOT GO BACK IN THE APPROVAL QUEUE.
007162 77  GR-RQL-APPROVE-ITERS        PIC 9(04) VALUE 1000.
007163 77  GR-RQL-AWAIT-COUNT          PIC 9(05) COMP VALUE ZERO.
007164 77  GR-RQL-PRIOR-STATUS         PIC X(01) VALUE SPACE.
007165 77  GR-RQL-PRIOR-ITERS          PIC X(04) VALUE SPACES.
007166 77  GR-RQL-PRIOR-PRIORITY       PIC X(01) VALUE SPACE.
007167 77  GR-RQL-PRIOR-DECIDED-BY     PIC X(03) VALUE SPACES.
007168 77  GR-RQL-PRIOR-DECIDED-DATE   PIC 9(08) VALUE ZERO.
007169 77  GR-RQL-PRIOR-DECIDED-TIME   PIC 9(06) VALUE ZERO.
007170 77  GR-RQL-PRIOR-DEFER-COUNT    PIC X(02) VALUE SPACES.
007171 77  GR-RQL-PRIOR-ELIGIBLE-DATE  PIC X(08) VALUE SPACES.
007172 77  GR-RQL-PRIOR-DEFER-DATE     PIC X(08) VALUE SPACES.
007173*
007200 PROCEDURE DIVISION.
007300 0000-MAINLINE.
007400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007450     PERFORM 1500-RETIRE-OLD-REQUESTS THRU 1500-EXIT.
007470     PERFORM 1600-OPEN-OPERATOR-MASTER THRU 1600-EXIT.
007500     PERFORM 2010-LOAD-ONE-SUBMISSION THRU 2010-EXIT
007600             UNTIL GR-RQL-BATCH-STATUS = "10".
007700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008510*    SUPPLIES THE COMPLETED-REQUEST RETENTION; THE CUTOFF IS     *
008520*    WORKED BACK FROM TODAY WITH THE INTRINSIC DATE FUNCTIONS    *
008530*    SINCE THE WINDOW ROUTINELY SPANS MONTH AND YEAR ENDS.       *
008550*    THE SAME CARD CARRIES THE SUPERVISOR APPROVAL THRESHOLD.    *
008600******************************************************************
008700 1000-INITIALIZE.
008800     ACCEPT GR-RQL-CURRENT-DATE FROM DATE YYYYMMDD.
011018                 CONTINUE
011020         END-READ
011022         IF GR-RQL-PARM-STATUS = "00"
011023                 AND GR-RQP-PARM-DAYS IS NUMERIC
011024                 AND GR-RQP-PARM-DAYS > ZERO
011025             MOVE GR-RQP-PARM-DAYS TO GR-RQL-RETENTION-DAYS
011026         END-IF
011027         IF GR-RQL-PARM-STATUS = "00"
011028                 AND GR-RQP-APPROVE-ITERS IS NUMERIC
011029                 AND GR-RQP-APPROVE-ITERS > ZERO
011030             MOVE GR-RQP-APPROVE-ITERS TO GR-RQL-APPROVE-ITERS
011031         END-IF
011032         CLOSE RQL-PARM-FILE
011034     END-IF.
011036     COMPUTE GR-RQL-WORK-INT =
011060*    AND GREET'S TWO FULL SELECTION PASSES OVER IT - STOP        *
011062*    GROWING ONE RECORD PER OPERATOR PER NIGHT. SUBMITTED AND    *
011064*    IN-PROGRESS RECORDS ARE LIVE WORK, AND FAILED RECORDS       *
011065*    BELONG TO THE GRRERUN RECOVERY PATH - NONE ARE TOUCHED.     *
011066*    REJECTED RECORDS GO THE SAME WAY AS COMPLETED ONES, AGED    *
011067*    FROM THE DATE THE SUPERVISOR REJECTED THEM.                 *
011068******************************************************************
011070 1500-RETIRE-OLD-REQUESTS.
011072     IF NOT GR-RQL-REQM-OPEN
011105         MOVE 8 TO RETURN-CODE
011106         GO TO 1510-EXIT
011107     END-IF.
011108*    A REJECTED REQUEST NEVER RAN - ITS DECISION DATE IS AGED
011109*    INSTEAD, MOVED INTO THE LAST-RUN DATE ONLY FOR THE TEST.
011110     IF GR-REQM-REJECTED
011111         MOVE GR-REQM-DECIDED-DATE TO GR-REQM-LAST-RUN-DATE
011112     END-IF.
011113     IF NOT GR-REQM-COMPLETED AND NOT GR-REQM-REJECTED
011114         GO TO 1510-EXIT
011115     END-IF.
011116     IF GR-REQM-LAST-RUN-DATE IS NOT NUMERIC
011117         OR GR-REQM-LAST-RUN-DATE NOT < GR-RQL-CUTOFF-DATE
011118         GO TO 1510-EXIT
011119     END-IF.
011120     DELETE REQM-FILE
011121         INVALID KEY
011122             DISPLAY "GL1510E - RETIRE FAILED FOR OPERATOR "
011123                 GR-REQM-OPERATOR-ID " SEQ " GR-REQM-REQ-SEQ
011124                 " STATUS " GR-RQL-REQM-STATUS
011125             MOVE 8 TO RETURN-CODE
011126             GO TO 1510-EXIT
011127     END-DELETE.
011128     ADD 1 TO GR-RQL-RETIRED-COUNT.
011129 1510-EXIT.
011130     EXIT.
011131*
011132******************************************************************
011133*    1600-OPEN-OPERATOR-MASTER                                  *
011134*    OPENS THE //REJRPT LISTING AND THE OPERATOR AUTHORITY       *
011135*    MASTER. THE MASTER IS REQUIRED - WITHOUT IT NO SUBMISSION   *
011136*    CAN BE AUTHORISED, SO NOTHING IS LOADED AND THE STEP ENDS   *
011137*    RC 16 THE SAME AS FOR AN UNUSABLE REQMAST.                  *
011138******************************************************************
011139 1600-OPEN-OPERATOR-MASTER.
011140     OPEN OUTPUT REJ-FILE.
011141     IF GR-RQL-REJ-STATUS = "00"
011142         SET GR-RQL-REJ-OPEN TO TRUE
011143         STRING GR-RQL-CURR-MM   "/"
011144                GR-RQL-CURR-DD   "/"
011145                GR-RQL-CURR-CCYY
011146             DELIMITED BY SIZE INTO GR-RQL-RH-DATE
011147         STRING GR-RQL-CURR-HH   ":"
011148                GR-RQL-CURR-MN   ":"
011149                GR-RQL-CURR-SS
011150             DELIMITED BY SIZE INTO GR-RQL-RH-TIME
011151         WRITE GR-RQL-REJ-RECORD FROM GR-RQL-REJ-HEADING
011152         WRITE GR-RQL-REJ-RECORD FROM GR-RQL-REJ-COLHEAD
011153     ELSE
011154         DISPLAY "GL1600W - UNABLE TO OPEN REJRPT, STATUS "
011155             GR-RQL-REJ-STATUS " - REJECTIONS ON SYSOUT ONLY"
011156     END-IF.
011157     IF GR-RQL-BATCH-STATUS = "10"
011158         GO TO 1600-EXIT
011159     END-IF.
011160     OPEN INPUT OPER-FILE.
011161     IF GR-RQL-OPER-STATUS = "00"
011162         SET GR-RQL-OPER-OPEN TO TRUE
011163     ELSE
011164         DISPLAY "GL1600E - UNABLE TO OPEN OPERMAST, STATUS "
011165             GR-RQL-OPER-STATUS " - NOTHING LOADED"
011166         MOVE 16 TO RETURN-CODE
011167         MOVE "10" TO GR-RQL-BATCH-STATUS
011168     END-IF.
011169 1600-EXIT.
011170     EXIT.
011171*
011200******************************************************************
011300*    2010-LOAD-ONE-SUBMISSION                                   *
011400*    LOADS ONE BATCHFIL RECORD INTO THE MASTER. THE OPERATOR'S   *
013500             "SKIPPED"
013600         GO TO 2010-EXIT
013700     END-IF.
013710     PERFORM 2500-CHECK-OPERATOR-AUTHORITY THRU 2500-EXIT.
013720     IF GR-RQL-REJECT-REASON NOT = SPACES
013730         PERFORM 2600-REJECT-SUBMISSION THRU 2600-EXIT
013740         GO TO 2010-EXIT
013750     END-IF.
013760     MOVE ZERO TO GR-RQL-QUEUED-ITERS.
013770     MOVE ZERO TO GR-RQL-MATCH-ITERS.
013800     PERFORM 2300-SCAN-OPERATOR-QUEUE THRU 2300-EXIT.
013810     PERFORM 2550-CHECK-DAILY-QUOTA THRU 2550-EXIT.
013820     IF GR-RQL-REJECT-REASON NOT = SPACES
013830         PERFORM 2600-REJECT-SUBMISSION THRU 2600-EXIT
013840         GO TO 2010-EXIT
013850     END-IF.
013900     IF GR-RQL-MATCH-FOUND
014000         IF GR-RQL-MATCH-IN-PROG
014100             ADD 1 TO GR-RQL-HELD-COUNT
017200             GO TO 2100-EXIT
017300     END-WRITE.
017400     ADD 1 TO GR-RQL-ADDED-COUNT.
017420     IF GR-REQM-AWAITING-APPROVAL
017440         ADD 1 TO GR-RQL-AWAIT-COUNT
017460     END-IF.
017500 2100-EXIT.
017600     EXIT.
017700*
017710******************************************************************
017720*    2200-BUILD-MASTER-FIELDS                                   *
017730*    BUILDS THE MASTER RECORD FROM THE SUBMISSION. A HIGH-       *
017740*    PRIORITY REQUEST, OR ONE OVER THE APPROVAL THRESHOLD, IS    *
017750*    LOADED AWAITING APPROVAL - GREET WILL NOT RUN IT UNTIL A    *
017760*    SUPERVISOR APPROVES IT ON THE GRAP SCREEN.                  *
017770******************************************************************
017800 2200-BUILD-MASTER-FIELDS.
017900     MOVE SPACES TO GR-REQM-RECORD.
018000     MOVE GR-BAT-OPERATOR-ID TO GR-REQM-OPERATOR-ID.
018500     MOVE GR-RQL-CURRENT-TIME TO GR-REQM-SUBMIT-TIME.
018600     MOVE ZERO               TO GR-REQM-LAST-RUN-DATE.
018700     MOVE ZERO               TO GR-REQM-LAST-RUN-TIME.
018710     MOVE ZERO               TO GR-REQM-DECIDED-DATE.
018720     MOVE ZERO               TO GR-REQM-DECIDED-TIME.
018730     MOVE ZERO               TO GR-REQM-DEFER-COUNT.
018740     MOVE ZERO               TO GR-REQM-ELIGIBLE-DATE.
018750     IF GR-REQM-HIGH-PRIORITY
018760             OR GR-REQM-ITER-COUNT > GR-RQL-APPROVE-ITERS
018770         MOVE "W" TO GR-REQM-STATUS
018780     END-IF.
018800 2200-EXIT.
018900     EXIT.
019000*
019020*    2300-SCAN-OPERATOR-QUEUE                                   *
019030*    WALKS EVERY MASTER RECORD FOR THE SUBMISSION'S OPERATOR-ID  *
019040*    TO MARK THE SEQUENCES IN USE AND FIND ANY STILL-LIVE        *
019050*    REQUEST (SUBMITTED, AWAITING APPROVAL OR IN PROGRESS)       *
019060*    CARRYING THE SAME MESSAGE CODE. AN IN-PROGRESS MATCH WINS   *
019070*    OVER A QUEUED ONE SO A MID-RUN REQUEST IS ALWAYS THE ONE    *
019075*    REPORTED HELD.                                              *
019080******************************************************************
019090 2300-SCAN-OPERATOR-QUEUE.
019091     MOVE "N" TO GR-RQL-SCAN-EOF-SW.
019300         SET GR-RQL-SCAN-EOF TO TRUE
019310         GO TO 2310-EXIT
019320     END-IF.
019321     IF (GR-REQM-SUBMITTED OR GR-REQM-IN-PROGRESS
019322                 OR GR-REQM-AWAITING-APPROVAL)
019323             AND GR-REQM-ITER-COUNT IS NUMERIC
019324         ADD GR-REQM-ITER-COUNT TO GR-RQL-QUEUED-ITERS
019325     END-IF.
019330     IF GR-REQM-REQ-SEQ IS NUMERIC
019340             AND GR-REQM-REQ-SEQ > ZERO
019350         MOVE "Y" TO GR-RQL-SEQ-USED(GR-REQM-REQ-SEQ)
019360     END-IF.
019370     IF GR-REQM-MSG-CODE = GR-BAT-MSG-CODE
019380             AND (GR-REQM-SUBMITTED OR GR-REQM-IN-PROGRESS
019385                      OR GR-REQM-AWAITING-APPROVAL)
019390             AND NOT GR-RQL-MATCH-IN-PROG
019400         SET GR-RQL-MATCH-FOUND TO TRUE
019410         MOVE GR-REQM-REQ-SEQ TO GR-RQL-MATCH-SEQ
019420         MOVE GR-REQM-STATUS  TO GR-RQL-MATCH-STATUS
019422         MOVE ZERO TO GR-RQL-MATCH-ITERS
019424         IF GR-REQM-ITER-COUNT IS NUMERIC
019426             MOVE GR-REQM-ITER-COUNT TO GR-RQL-MATCH-ITERS
019428         END-IF
019430     END-IF.
019440 2310-EXIT.
019450     EXIT.
019490*    A RESUBMISSION OF A STILL-QUEUED REQUEST - THE MATCHED      *
019500*    RECORD IS REREAD BY KEY AND REBUILT IN PLACE, KEEPING ITS   *
019510*    SEQUENCE, WITH A FRESH SUBMIT STAMP AND STATUS SUBMITTED.   *
019511*    AN APPROVED REQUEST RESUBMITTED WITH THE SAME ITERATIONS    *
019512*    AND PRIORITY KEEPS ITS APPROVAL, SO THE NIGHTLY PROFILE     *
019513*    SUBMISSIONS DO NOT UNDO THE SUPERVISOR'S DECISION BEFORE    *
019514*    GREET HAS RUN IT; ANY CHANGE NEEDS APPROVING AGAIN.         *
019515*    LIKEWISE A REQUEST GRAGERPT PROMOTED TO HIGH PRIORITY FOR   *
019516*    BREACHING ITS HARD AGE LIMIT STAYS PROMOTED, AND A REQUEST  *
019517*    STILL QUEUED KEEPS ITS DEFERRAL COUNT AND ELIGIBLE DATE SO  *
019518*    A RESUBMISSION DOES NOT RESET ITS AGE.                      *
019520******************************************************************
019530 2400-REFRESH-REQUEST.
019540     MOVE GR-BAT-OPERATOR-ID TO GR-REQM-OPERATOR-ID.
019620             MOVE 8 TO RETURN-CODE
019630             GO TO 2400-EXIT
019640     END-READ.
019641     MOVE GR-REQM-STATUS       TO GR-RQL-PRIOR-STATUS.
019642     MOVE GR-REQM-ITER-COUNT   TO GR-RQL-PRIOR-ITERS.
019643     MOVE GR-REQM-PRIORITY     TO GR-RQL-PRIOR-PRIORITY.
019644     MOVE GR-REQM-DECIDED-BY   TO GR-RQL-PRIOR-DECIDED-BY.
019645     MOVE GR-REQM-DECIDED-DATE TO GR-RQL-PRIOR-DECIDED-DATE.
019646     MOVE GR-REQM-DECIDED-TIME TO GR-RQL-PRIOR-DECIDED-TIME.
019647     MOVE GR-REQM-DEFER-COUNT  TO GR-RQL-PRIOR-DEFER-COUNT.
019648     MOVE GR-REQM-ELIGIBLE-DATE TO GR-RQL-PRIOR-ELIGIBLE-DATE.
019649     MOVE GR-REQM-LAST-DEFER-DATE TO GR-RQL-PRIOR-DEFER-DATE.
019650     MOVE GR-RQL-MATCH-SEQ TO GR-RQL-BUILD-SEQ.
019651     PERFORM 2200-BUILD-MASTER-FIELDS THRU 2200-EXIT.
019652     IF GR-REQM-AWAITING-APPROVAL
019653             AND GR-RQL-PRIOR-STATUS = "S"
019654             AND GR-RQL-PRIOR-DECIDED-BY NOT = SPACES
019655             AND GR-RQL-PRIOR-ITERS = GR-REQM-ITER-COUNT
019656             AND GR-RQL-PRIOR-PRIORITY = GR-REQM-PRIORITY
019657         MOVE "S" TO GR-REQM-STATUS
019658         MOVE GR-RQL-PRIOR-DECIDED-BY   TO GR-REQM-DECIDED-BY
019659         MOVE GR-RQL-PRIOR-DECIDED-DATE TO GR-REQM-DECIDED-DATE
019660         MOVE GR-RQL-PRIOR-DECIDED-TIME TO GR-REQM-DECIDED-TIME
019661     END-IF.
019662     IF GR-RQL-PRIOR-STATUS = "S"
019663             AND GR-RQL-PRIOR-PRIORITY = "P"
019665             AND GR-RQL-PRIOR-ITERS = GR-REQM-ITER-COUNT
019666         MOVE "S" TO GR-REQM-STATUS
019667         MOVE "P" TO GR-REQM-PRIORITY
019668         MOVE GR-RQL-PRIOR-DECIDED-BY   TO GR-REQM-DECIDED-BY
019669         MOVE GR-RQL-PRIOR-DECIDED-DATE TO GR-REQM-DECIDED-DATE
019670         MOVE GR-RQL-PRIOR-DECIDED-TIME TO GR-REQM-DECIDED-TIME
019671     END-IF.
019672     IF GR-REQM-SUBMITTED
019673             AND GR-RQL-PRIOR-STATUS = "S"
019674         IF GR-RQL-PRIOR-DEFER-COUNT IS NUMERIC
019675             MOVE GR-RQL-PRIOR-DEFER-COUNT TO GR-REQM-DEFER-COUNT
019676         END-IF
019677         IF GR-RQL-PRIOR-ELIGIBLE-DATE IS NUMERIC
019678             MOVE GR-RQL-PRIOR-ELIGIBLE-DATE
019679                 TO GR-REQM-ELIGIBLE-DATE
019680         END-IF
019681         IF GR-RQL-PRIOR-DEFER-DATE IS NUMERIC
019682             MOVE GR-RQL-PRIOR-DEFER-DATE
019683                 TO GR-REQM-LAST-DEFER-DATE
019684         END-IF
019685     END-IF.
019686     REWRITE GR-REQM-RECORD
019687         INVALID KEY
019688             DISPLAY "GL2400E - REWRITE FAILED FOR OPERATOR "
019689                 GR-REQM-OPERATOR-ID " SEQ " GR-REQM-REQ-SEQ
019690                 " STATUS " GR-RQL-REQM-STATUS
019691             MOVE 8 TO RETURN-CODE
019692             GO TO 2400-EXIT
019693     END-REWRITE.
019694     ADD 1 TO GR-RQL-REPLACED-COUNT.
019695     IF GR-REQM-AWAITING-APPROVAL
019696         ADD 1 TO GR-RQL-AWAIT-COUNT
019697     END-IF.
019698 2400-EXIT.
019699     EXIT.
019700*
019701******************************************************************
019702*    2500-CHECK-OPERATOR-AUTHORITY                              *
019703*    LOOKS THE SUBMITTING OPERATOR UP ON OPERMAST AND LEAVES A   *
019704*    REJECTION REASON IN GR-RQL-REJECT-REASON WHEN THE OPERATOR  *
019705*    IS UNKNOWN OR SUSPENDED, ASKS FOR HIGH PRIORITY WITHOUT     *
019706*    PERMISSION, OR ASKS FOR A MESSAGE CODE NOT ON THEIR LIST.   *
019707*    A BLANK MESSAGE CODE (THE HOUSE DEFAULT GREETING) AND AN    *
019708*    OPERATOR HOLDING *ALL ARE ALWAYS PERMITTED.                 *
019709******************************************************************
019710 2500-CHECK-OPERATOR-AUTHORITY.
019711     MOVE SPACES TO GR-RQL-REJECT-REASON.
019712     MOVE GR-BAT-OPERATOR-ID TO GR-OPR-OPERATOR-ID.
019713     READ OPER-FILE
019714         KEY IS GR-OPR-KEY
019715         INVALID KEY
019716             MOVE "NOT ON OPERATOR MASTER"
019717                 TO GR-RQL-REJECT-REASON
019718             GO TO 2500-EXIT
019719     END-READ.
019720     IF GR-OPR-SUSPENDED
019721         MOVE "OPERATOR SUSPENDED" TO GR-RQL-REJECT-REASON
019722         GO TO 2500-EXIT
019723     END-IF.
019724     IF GR-BAT-HIGH-PRIORITY AND NOT GR-OPR-MAY-RUN-HIGH
019725         MOVE "HIGH PRIORITY NOT PERMITTED"
019726             TO GR-RQL-REJECT-REASON
019727         GO TO 2500-EXIT
019728     END-IF.
019729     IF GR-BAT-MSG-CODE = SPACES
019730             OR GR-OPR-PERMIT-CODE(1) = "*ALL"
019731         GO TO 2500-EXIT
019732     END-IF.
019733     MOVE "N" TO GR-RQL-CODE-OK-SW.
019734     PERFORM 2510-TEST-ONE-CODE THRU 2510-EXIT
019735             VARYING GR-RQL-CODE-SUB FROM 1 BY 1
019736             UNTIL GR-RQL-CODE-SUB > 8
019737                 OR GR-RQL-CODE-PERMITTED.
019738     IF NOT GR-RQL-CODE-PERMITTED
019739         MOVE "MESSAGE CODE NOT PERMITTED"
019740             TO GR-RQL-REJECT-REASON
019741     END-IF.
019742 2500-EXIT.
019743     EXIT.
019744*
019745 2510-TEST-ONE-CODE.
019746     IF GR-OPR-PERMIT-CODE(GR-RQL-CODE-SUB) = GR-BAT-MSG-CODE
019747         SET GR-RQL-CODE-PERMITTED TO TRUE
019748     END-IF.
019749 2510-EXIT.
019750     EXIT.
019751*
019752******************************************************************
019753*    2550-CHECK-DAILY-QUOTA                                     *
019754*    THE OPERATOR'S NIGHT IS EVERY ITERATION STILL QUEUED        *
019755*    (SUBMITTED, AWAITING APPROVAL OR IN PROGRESS) PLUS THIS     *
019756*    SUBMISSION. A RESUBMISSION REPLACES THE REQUEST IT          *
019757*    MATCHES, SO THAT REQUEST'S ITERATIONS ARE TAKEN BACK OUT    *
019758*    FIRST. GREET CHECKS THE QUOTA AGAIN AT RUN TIME AGAINST     *
019759*    WHAT HAS ACTUALLY RUN THAT BUSINESS DATE.                   *
019760******************************************************************
019761 2550-CHECK-DAILY-QUOTA.
019762     MOVE SPACES TO GR-RQL-REJECT-REASON.
019763     MOVE GR-RQL-QUEUED-ITERS TO GR-RQL-QUOTA-USED.
019764     IF GR-RQL-MATCH-FOUND AND NOT GR-RQL-MATCH-IN-PROG
019765         SUBTRACT GR-RQL-MATCH-ITERS FROM GR-RQL-QUOTA-USED
019766     END-IF.
019767     IF GR-BAT-ITER-COUNT IS NUMERIC
019768         ADD GR-BAT-ITER-COUNT TO GR-RQL-QUOTA-USED
019769     END-IF.
019770     IF GR-RQL-QUOTA-USED > GR-OPR-DAILY-QUOTA
019771         MOVE "OVER DAILY ITERATION QUOTA"
019772             TO GR-RQL-REJECT-REASON
019773     END-IF.
019774 2550-EXIT.
019775     EXIT.
019776*
019777******************************************************************
019778*    2600-REJECT-SUBMISSION                                     *
019779*    COUNTS AND LISTS ONE REFUSED SUBMISSION. NOTHING IS         *
019780*    WRITTEN TO THE MASTER FOR IT.                               *
019781******************************************************************
019782 2600-REJECT-SUBMISSION.
019783     ADD 1 TO GR-RQL-REJECT-COUNT.
019784     DISPLAY "GL2600W - OPERATOR " GR-BAT-OPERATOR-ID
019785         " MESSAGE " GR-BAT-MSG-CODE " REJECTED - "
019786         GR-RQL-REJECT-REASON.
019787     IF NOT GR-RQL-REJ-OPEN
019788         GO TO 2600-EXIT
019789     END-IF.
019790     MOVE GR-BAT-OPERATOR-ID TO GR-RQL-RD-OPERATOR.
019791     MOVE GR-BAT-MSG-CODE TO GR-RQL-RD-MSG-CODE.
019792     MOVE GR-BAT-ITER-COUNT TO GR-RQL-RD-ITERS.
019793     MOVE GR-BAT-PRIORITY TO GR-RQL-RD-PRIORITY.
019794     MOVE GR-RQL-REJECT-REASON TO GR-RQL-RD-REASON.
019795     WRITE GR-RQL-REJ-RECORD FROM GR-RQL-REJ-DETAIL.
019796 2600-EXIT.
019797     EXIT.
019798*
019799 9000-TERMINATE.
019800     IF GR-RQL-REQM-OPEN
019810         CLOSE REQM-FILE
019820     END-IF.
019821     IF GR-RQL-OPER-OPEN
019822         CLOSE OPER-FILE
019823     END-IF.
019824     IF GR-RQL-REJ-OPEN
019825         MOVE GR-RQL-REJECT-COUNT TO GR-RQL-RT-COUNT
019826         WRITE GR-RQL-REJ-RECORD FROM GR-RQL-REJ-TOTAL
019827         CLOSE REJ-FILE
019828     END-IF.
019830     CLOSE BATCH-FILE.
019831     IF GR-RQL-REJECT-COUNT > ZERO
019832         IF 4 > RETURN-CODE
019833             MOVE 4 TO RETURN-CODE
019834         END-IF
019835     END-IF.
019840     DISPLAY "GL9000I - INTAKE COMPLETE: "
019850         GR-RQL-READ-COUNT " READ, "
019860         GR-RQL-ADDED-COUNT " ADDED, "
019870         GR-RQL-REPLACED-COUNT " REPLACED, "
019880         GR-RQL-HELD-COUNT " HELD, "
019890         GR-RQL-BAD-COUNT " SKIPPED, "
019900         GR-RQL-RETIRED-COUNT " RETIRED, "
019902         GR-RQL-REJECT-COUNT " REJECTED, "
019904         GR-RQL-AWAIT-COUNT " AWAITING APPROVAL".
019910 9000-EXIT.
019920     EXIT.
