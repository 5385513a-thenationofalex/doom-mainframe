002875*                     MIDNIGHT STILL BOOKS UNDER ONE BUSINESS    *
002876*                     DAY. WITHOUT RUNCTL THE WALL-CLOCK DATE    *
002877*                     IS USED, EXACTLY AS BEFORE.                *
002878*    2026-09-14  AJM  AUDIT AND FEED ROWS NOW CARRY THE REQMAST  *
002879*                     REQUEST SEQUENCE AS WELL AS THE OPERATOR-  *
002880*                     ID, AND AUDIT ROWS THE REQUEST PRIORITY,   *
002881*                     SO THE GRCHGBK MONTHLY CHARGEBACK CAN      *
002882*                     BILL EACH OPERATOR FOR EXACTLY WHAT RAN.   *
002883*    2026-09-21  AJM  BATCHFIL AND REQUEST-MASTER RUNS NOW       *
002884*                     RECHECK EACH REQUEST AGAINST THE OPERATOR  *
002885*                     AUTHORITY MASTER (OPERMAST) JUST BEFORE IT *
002886*                     STARTS. A REQUEST WHOSE OPERATOR HAS GONE  *
002887*                     OR BEEN SUSPENDED, OR THAT WOULD TAKE THE  *
002888*                     OPERATOR PAST THE DAILY ITERATION QUOTA    *
002889*                     FOR THE BUSINESS DATE, IS HELD - LEFT      *
002890*                     SUBMITTED AND LISTED ON RPTFILE - AND THE  *
002891*                     STEP ENDS RC 4.                            *
002892*    2026-09-28  AJM  A REQUEST-MASTER RECORD STILL AWAITING    *
002893*                     SUPERVISOR APPROVAL (STATUS W) IS NEVER    *
002894*                     RUN - IT IS COUNTED AND REPORTED ON THE    *
002895*                     CONSOLE AT END OF JOB.                     *
002896*    2026-10-05  AJM  EACH RUN NOW WRITES A RUN-HISTORY RECORD  *
002897*                     (GRRUNH.CPY) TO THE RUNHIST KEYED FILE AT  *
002898*                     STEP END - BUSINESS DATE, START AND END,   *
002899*                     RETURN CODE, REQUESTS RUN AND DEFERRED,    *
002900*                     ITERATIONS, FEED ROWS AND THE CUTOFF IN    *
002901*                     FORCE - FOR THE GRCAPRPT CAPACITY TREND    *
002902*                     REPORT. A HISTORY FAILURE IS REPORTED ON   *
002903*                     THE CONSOLE BUT NEVER CHANGES THE RC.      *
002904*    2026-10-08  AJM  FEEDFILE NOW OPENS WITH A HEADER RECORD    *
002905*                     (BUSINESS DATE, RUN-ID, CREATION DATE AND  *
002906*                     TIME) AND CLOSES WITH A TRAILER RECORD     *
002907*                     (DETAIL ROW COUNT AND HASH TOTAL OF THE    *
002908*                     ITERATION NUMBERS) - SEE GRFEED.CPY - SO   *
002909*                     GRRECON AND GRFDIST CAN PROVE THE FEED IS  *
002910*                     WHOLE BEFORE IT IS DISTRIBUTED. A HEADER   *
002911*                     OR TRAILER THAT CANNOT BE WRITTEN LEAVES   *
002912*                     THE FEED UNUSABLE (RC 16).                 *
002913*    2026-10-09  AJM  A REQUEST DEFERRED PAST THE WINPARM CUTOFF *
002914*                     NOW HAS ITS REQMAST DEFERRAL COUNT RAISED, *
002915*                     AND THE FIRST NIGHT A REQUEST IS READY TO  *
002916*                     RUN ITS ELIGIBLE DATE IS STAMPED, FOR THE  *
002917*                     GRAGERPT AGING AND SLA REPORT. A REQUEST   *
002918*                     HELD FOR ITS OPERATOR IS REWRITTEN SO THE  *
002919*                     STAMP IS KEPT.                             *
002920*    2026-10-10  AJM  EVERY RPTFILE PAGE NOW BELONGS TO ONE      *
002921*                     OWNER - EACH REQUEST STARTS ON A FRESH     *
002922*                     PAGE, AND SO DO THE HELD, DEFERRED AND     *
002923*                     SUMMARY LINES THAT FOLLOW A REQUEST - SO   *
002924*                     THE GRRPTSPL STEP CAN SPLIT THE REPORT BY  *
002925*                     OPERATOR A WHOLE PAGE AT A TIME.           *
002926*    2026-10-11  AJM  EACH AUDIT ROW NOW ALSO CARRIES THE        *
002927*                     MESSAGE CODE REQUESTED, THE CODE WHOSE     *
002928*                     TEXT PRINTED AND THE BANNERS ACTUALLY      *
002929*                     PRINTED, SO GRREPRT CAN REPRINT A PAST     *
002930*                     BUSINESS DATE'S REPORT FROM THE AUDIT      *
002931*                     TRAIL WITHOUT RERUNNING ANY REQUEST.       *
002932*    2026-10-12  AJM  THE NIGHTLY RUN CAN NOW BE SPLIT ACROSS    *
002933*                     SEVERAL GREET JOBS RUNNING AT ONCE. A      *
002934*                     //PARTSEL CARD NAMES A PARTITION ON THE    *
002935*                     PARTCTL CONTROL FILE AND ONLY REQMAST      *
002936*                     REQUESTS IN THAT PARTITION'S OPERATOR-ID   *
002937*                     RANGE ARE RUN. THE FEED HEADER AND THE     *
002938*                     RUNHIST RECORD CARRY THE PARTITION         *
002939*                     (GREETP1 TO GREETP4) SO THE GRPTMRG MERGE  *
002940*                     STEP CAN TELL THE PARTITIONS APART.        *
002941*                     WITHOUT THE CARD THE RUN IS UNCHANGED.     *
002942*    2026-10-15  AJM  A PARTITION RUN NO LONGER UPDATES REQMAST  *
002943*                     OR RUNHIST, WHICH ITS SISTER PARTITIONS    *
002944*                     SHARE. ITS REQMAST STAMPS GO TO ITS OWN    *
002945*                     //PREQUPD (GRRQUPD.CPY) AND ITS RUN        *
002946*                     HISTORY TO ITS OWN //PRUNHIST, AND GRPTMRG *
002947*                     POSTS BOTH. A RERUN LAYS ITS EARLIER       *
002948*                     STAMPS BACK OVER REQMAST AS IT READS. A    *
002949*                     REJECTED PARTSEL CARD NO LONGER WRITES A   *
002950*                     FEED TRAILER WITH NO HEADER, AND RUN       *
002951*                     HISTORY IS KEPT UNDER THE PARTITION NAMED. *
002952*    2026-10-15  AJM  A DEFERRAL IS COUNTED ONCE PER BUSINESS    *
002953*                     DATE, SO A RERUN DOES NOT COUNT THE SAME   *
002954*                     NIGHT TWICE. A REQUEST GRAGERPT PROMOTED   *
002955*                     ON AGE IS NOT AUDITED AS HIGH PRIORITY, SO *
002956*                     GRCHGBK DOES NOT SURCHARGE IT.             *
002957*                                                                *
002958******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
005856         FILE STATUS IS GR-WIN-FILE-STATUS.
005860     SELECT OPTIONAL ERR-FILE ASSIGN TO "ERRLOG"
005870         ORGANIZATION IS LINE SEQUENTIAL
005871         FILE STATUS IS GR-ERR-FILE-STATUS.
005872     SELECT OPTIONAL OPER-FILE ASSIGN TO "OPERMAST"
005873         ORGANIZATION IS INDEXED
005874         ACCESS MODE IS DYNAMIC
005875         RECORD KEY IS GR-OPR-KEY
005876         FILE STATUS IS GR-OPER-FILE-STATUS.
005877     SELECT OPTIONAL RNH-FILE ASSIGN TO "RUNHIST"
005878         ORGANIZATION IS INDEXED
005879         ACCESS MODE IS DYNAMIC
005880         RECORD KEY IS GR-RNH-KEY
005881         FILE STATUS IS GR-RNH-FILE-STATUS.
005882     SELECT OPTIONAL PRH-FILE ASSIGN TO "PRUNHIST"
005883         ORGANIZATION IS LINE SEQUENTIAL
005884         FILE STATUS IS GR-PRH-FILE-STATUS.
005885     SELECT OPTIONAL PRQ-FILE ASSIGN TO "PREQUPD"
005886         ORGANIZATION IS LINE SEQUENTIAL
005887         FILE STATUS IS GR-PRQ-FILE-STATUS.
005888     SELECT OPTIONAL PTS-FILE ASSIGN TO "PARTSEL"
005889         ORGANIZATION IS LINE SEQUENTIAL
005890         FILE STATUS IS GR-PTS-FILE-STATUS.
005891     SELECT OPTIONAL PTN-FILE ASSIGN TO "PARTCTL"
005892         ORGANIZATION IS LINE SEQUENTIAL
005893         FILE STATUS IS GR-PTN-FILE-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PARM-FILE
008650     RECORDING MODE IS F.
008660 01  GR-ERR-RECORD.
008670     COPY GRERRLOG.
008671 FD  OPER-FILE.
008672 01  GR-OPR-RECORD.
008673     COPY GROPER.
008674 FD  RNH-FILE.
008675 01  GR-RNH-RECORD.
008676     COPY GRRUNH.
008677 FD  PRH-FILE
008678     RECORDING MODE IS F.
008679 01  GR-PRH-RECORD               PIC X(144).
008680 FD  PRQ-FILE
008681     RECORDING MODE IS F.
008682 01  GR-PRQ-RECORD.
008683     COPY GRRQUPD.
008684 FD  PTS-FILE
008685     RECORDING MODE IS F.
008686 01  GR-PTS-RECORD.
008687     COPY GRPTSEL.
008688 FD  PTN-FILE
008689     RECORDING MODE IS F.
008690 01  GR-PTN-RECORD.
008691     COPY GRPARTN.
008700 WORKING-STORAGE SECTION.
008800 77  GR-PARM-FILE-STATUS         PIC X(02) VALUE "00".
008900 77  GR-RPT-FILE-STATUS          PIC X(02) VALUE "00".
009928 01  GR-WIN-CHECK-TIME.
009930     05  GR-WIN-CHECK-HHMMSS     PIC 9(06).
009932     05  GR-WIN-CHECK-HS         PIC 9(02).
009952 77  GR-REQ-PRIORITY-ACTIVE      PIC X(01) VALUE "N".
010000 77  GR-CKPT-INTERVAL            PIC 9(04) VALUE 0100.
010100 77  GR-ITER-START               PIC 9(04) COMP VALUE 1.
010200 77  GR-CKPT-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
010600 77  GR-RPT-PAGE-NO              PIC 9(04) COMP VALUE 1.
010610 77  GR-RPT-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
010620 77  GR-RPT-PAGE-LIMIT           PIC 9(03) COMP VALUE 055.
010640 77  GR-RPT-PAGE-OWNER-SW        PIC X(01) VALUE "N".
010660     88  GR-RPT-PAGE-REQUEST     VALUE "R".
010680     88  GR-RPT-PAGE-RUN-NOTES   VALUE "N".
010700     COPY GRLIMIT.
010800 77  GR-RUN-STATUS               PIC X(01) VALUE "C".
010900     88  GR-RUN-COMPLETED        VALUE "C".
014400 77  GR-ELAPSED-SS               PIC 9(02).
014500 77  GR-TOTAL-ITER-DONE          PIC 9(04) COMP VALUE ZERO.
014600 77  GR-GRAND-TOTAL-ITER         PIC 9(06) COMP VALUE ZERO.
014601 77  GR-OPER-FILE-STATUS         PIC X(02) VALUE "00".
014602 77  GR-OPER-CHECK-SW            PIC X(01) VALUE "N".
014603     88  GR-OPER-CHECK-ON        VALUE "Y".
014604 77  GR-OPER-HOLD-REASON         PIC X(26) VALUE SPACES.
014605 77  GR-OPER-HELD-COUNT          PIC 9(04) COMP VALUE ZERO.
014606 77  GR-OPER-PROJECTED           PIC 9(07) COMP VALUE ZERO.
014607 77  GR-OPER-LOOKUP-ID           PIC X(08) VALUE SPACES.
014608 77  GR-OPER-SUB                 PIC 9(04) COMP VALUE ZERO.
014609 77  GR-OPER-SCAN                PIC 9(04) COMP VALUE ZERO.
014610 77  GR-OPER-USE-COUNT           PIC 9(04) COMP VALUE ZERO.
014611 77  GR-OPER-USE-MAX             PIC 9(04) COMP VALUE 0500.
014612 77  GR-APPR-WAIT-COUNT          PIC 9(04) COMP VALUE ZERO.
014613 77  GR-RNH-FILE-STATUS          PIC X(02) VALUE "00".
014614 77  GR-RUN-START-DATE           PIC 9(08) VALUE ZERO.
014615 77  GR-REQS-RUN-COUNT           PIC 9(05) COMP VALUE ZERO.
014616 77  GR-FEED-ROW-COUNT           PIC 9(09) COMP VALUE ZERO.
014617 77  GR-FEED-HASH-TOTAL          PIC 9(15) COMP VALUE ZERO.
014618 77  GR-RUN-END-DATE             PIC 9(08) VALUE ZERO.
014619 77  GR-HIST-ELAPSED             PIC S9(09) COMP VALUE ZERO.
014620 77  GR-HIST-FOUND-SW            PIC X(01) VALUE "N".
014621     88  GR-HIST-FOUND           VALUE "Y".
014622 77  GR-PTS-FILE-STATUS          PIC X(02) VALUE "00".
014623 77  GR-PTN-FILE-STATUS          PIC X(02) VALUE "00".
014624 77  GR-PTN-MODE-SW              PIC X(01) VALUE "N".
014625     88  GR-PTN-MODE             VALUE "Y".
014626 77  GR-PTN-REJECT-SW            PIC X(01) VALUE "N".
014627     88  GR-PTN-REJECTED         VALUE "Y".
014628 77  GR-PTN-ACTIVE               PIC 9(01) VALUE ZERO.
014629 77  GR-PTN-RUN-LOW              PIC X(08) VALUE LOW-VALUES.
014630 77  GR-PTN-RUN-HIGH             PIC X(08) VALUE HIGH-VALUES.
014631 77  GR-PRH-FILE-STATUS          PIC X(02) VALUE "00".
014632 77  GR-PRQ-FILE-STATUS          PIC X(02) VALUE "00".
014633 77  GR-PRQ-OPEN-SW              PIC X(01) VALUE "N".
014634     88  GR-PRQ-OPEN             VALUE "Y".
014635 77  GR-STAMP-OK-SW              PIC X(01) VALUE "Y".
014636     88  GR-STAMP-OK             VALUE "Y".
014637 77  GR-STAMP-STATUS             PIC X(02) VALUE "00".
014638 77  GR-STG-COUNT                PIC 9(04) COMP VALUE ZERO.
014639 77  GR-STG-MAX                  PIC 9(04) COMP VALUE 3000.
014640 77  GR-STG-SUB                  PIC 9(04) COMP VALUE ZERO.
014641 77  GR-STG-SCAN                 PIC 9(04) COMP VALUE ZERO.
014642 77  GR-STG-LOOKUP-KEY           PIC X(11) VALUE SPACES.
014643 77  GR-FEED-HDR-SW              PIC X(01) VALUE "N".
014644     88  GR-FEED-HDR-WRITTEN     VALUE "Y".
014645 77  GR-HIST-SKIP-SW             PIC X(01) VALUE "N".
014646     88  GR-HIST-SKIP            VALUE "Y".
014647*    THE NAME THIS STEP RECORDS ITSELF UNDER ON RUNHIST - GREET,
014648*    OR GREETPN WHEN IT RUNS PARTITION N, SO PARALLEL PARTITIONS
014649*    DO NOT OVERWRITE EACH OTHER'S HISTORY FOR THE SAME NIGHT.
014650 01  GR-HIST-PROGRAM.
014651     05  GR-HIST-PGM-STEM        PIC X(06) VALUE "GREET ".
014652     05  GR-HIST-PGM-PTN         PIC X(01) VALUE SPACE.
014653     05  FILLER                  PIC X(01) VALUE SPACE.
014654*    ITERATIONS ALREADY RUN UNDER THIS BUSINESS DATE, ONE ENTRY
014655*    PER OPERATOR SEEN - PRIMED FROM THE MASTER'S COMPLETED
014656*    RECORDS AT START-UP AND TOPPED UP AS EACH REQUEST ENDS.
014657 01  GR-OPER-USE-TABLE.
014658     05  GR-OPER-USE-ENTRY OCCURS 500 TIMES.
014659         10  GR-OPER-USE-ID      PIC X(08).
014660         10  GR-OPER-USE-ITERS   PIC 9(07) COMP.
014661*    THE LATEST STAGED REQMAST IMAGE PER REQUEST FOR A PARTITION
014662*    RUN - LOADED FROM ITS OWN PREQUPD AT START-UP AND KEPT UP
014663*    AS EACH NEW STAMP IS STAGED - LAID OVER EVERY REQMAST READ
014664*    SO A RERUN SEES WHAT THE EARLIER ATTEMPT ALREADY DID.
014665 01  GR-STG-TABLE.
014666     05  GR-STG-ENTRY OCCURS 3000 TIMES.
014667         10  GR-STG-KEY          PIC X(11).
014668         10  GR-STG-IMAGE        PIC X(80).
014700*
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015010     PERFORM 1700-OPEN-REQUEST-MASTER THRU 1700-EXIT.
015020     IF GR-REQM-MODE
015025         PERFORM 1460-READ-WINDOW-CARD THRU 1460-EXIT
015027         PERFORM 1650-OPEN-OPERATOR-MASTER THRU 1650-EXIT
015030         PERFORM 5100-PROCESS-MASTER-REQUESTS THRU 5100-EXIT
015040     ELSE
015100         PERFORM 1600-OPEN-BATCH-FILE THRU 1600-EXIT
015200         IF GR-BATCH-MODE
015250             PERFORM 1650-OPEN-OPERATOR-MASTER THRU 1650-EXIT
015300             PERFORM 5000-PROCESS-BATCH-REQUESTS THRU 5000-EXIT
015400         ELSE
015500             PERFORM 1450-READ-PARM-CARD THRU 1450-EXIT
017500     PERFORM 1150-OPEN-CHECKPOINT-FILE THRU 1150-EXIT.
017510     ACCEPT GR-CURRENT-DATE FROM DATE YYYYMMDD.
017520     ACCEPT GR-CURRENT-TIME FROM TIME.
017525     MOVE GR-CURRENT-DATE-NUM TO GR-RUN-START-DATE.
017530     PERFORM 1080-READ-RUN-CONTROL THRU 1080-EXIT.
017540     IF GR-BUS-DATE-SET
017550         MOVE GR-BUS-DATE-NUM TO GR-CURRENT-DATE-NUM
017560     END-IF.
017562     PERFORM 1470-READ-PARTITION-CARD THRU 1470-EXIT.
017564     IF GR-PTN-REJECTED
017566         MOVE GR-RC-RUN-UNUSABLE TO GR-RC-REQUESTED
017568         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
017570         PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
017572         GO TO 9999-EXIT-PROGRAM
017574     END-IF.
017576     PERFORM 1090-WRITE-FEED-HEADER THRU 1090-EXIT.
017600     PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
017700     PERFORM 1300-LOAD-MESSAGE-TABLE THRU 1300-EXIT.
017710     PERFORM 1350-LOAD-SHOP-CALENDAR THRU 1350-EXIT.
020835     IF GR-RCTL-FILE-STATUS = "00" OR GR-RCTL-FILE-STATUS = "10"
020836         CLOSE RCTL-FILE
020837     END-IF.
020842     EXIT.
020847*
020852******************************************************************
020857*    1090-WRITE-FEED-HEADER                                     *
020862*    FIRST RECORD ON FEEDFILE, WRITTEN ONCE THE BUSINESS DATE   *
020867*    IS SETTLED BY 1080. GRRECON AND GRFDIST REFUSE A FEED      *
020872*    WITHOUT IT, SO A FEED THAT CANNOT CARRY ITS HEADER IS AS   *
020877*    GOOD AS LOST AND THE RUN IS GRADED UNUSABLE.               *
020882******************************************************************
020887 1090-WRITE-FEED-HEADER.
020892     MOVE SPACES TO GR-FEED-RECORD.
020897     SET GR-FEED-HEADER TO TRUE.
020902     MOVE GR-CURRENT-DATE-NUM TO GR-FEED-HDR-BUS-DATE.
020907     IF GR-PTN-MODE
020912         MOVE GR-HIST-PROGRAM TO GR-FEED-HDR-RUN-ID
020917     ELSE
020922         MOVE GR-RUN-ID TO GR-FEED-HDR-RUN-ID
020927     END-IF.
020932     MOVE GR-RUN-START-DATE TO GR-FEED-HDR-CRT-DATE.
020937     MOVE GR-CURRENT-TIME(1:6) TO GR-FEED-HDR-CRT-TIME.
020942     WRITE GR-FEED-RECORD.
020947     IF GR-FEED-FILE-STATUS NOT = "00"
020952         MOVE "1090-FEED-HEADER" TO GR-ERR-PARA-NAME
020957         MOVE "FEEDFILE" TO GR-ERR-FILE-NAME
020962         MOVE GR-FEED-FILE-STATUS TO GR-ERR-STATUS-CODE
020967         PERFORM 7000-LOG-IO-ERROR THRU 7000-EXIT
020972         DISPLAY "GR1090E - FEED HEADER WRITE FAILED, STATUS "
020977             GR-FEED-FILE-STATUS UPON GR-OPERATOR-CONSOLE
020982         MOVE GR-RC-RUN-UNUSABLE TO GR-RC-REQUESTED
020987         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
020992         PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
020997         GO TO 9999-EXIT-PROGRAM
021002     END-IF.
021007     SET GR-FEED-HDR-WRITTEN TO TRUE.
021012 1090-EXIT.
021017     EXIT.
021022*
021027******************************************************************
021032*    1200-WRITE-REPORT-HEADING                                  *
021037*    WRITES THE STANDARD DATE/TIME/PAGE HEADING. PERFORMED ONCE *
021042*    AT STARTUP AND AGAIN AT EVERY PAGE OVERFLOW - THE RUN DATE *
021047*    AND TIME ARE ACCEPTED ONCE IN 1000-INITIALIZE-RUN SO EVERY *
021052*    PAGE OF ONE RUN CARRIES THE SAME STAMP AND THE ELAPSED-    *
021057*    TIME ARITHMETIC IN 4200 KEEPS ITS TRUE START TIME.         *
021062******************************************************************
021067 1200-WRITE-REPORT-HEADING.
021100     MOVE SPACES TO GR-RPT-HEADING-LINE.
021200     MOVE "1" TO GR-RPTH-CTL.
021300     MOVE "DOOM MAINFRAME GREET" TO GR-RPTH-TITLE.
032519     EXIT.
032520*
032600******************************************************************
032601*    1470-READ-PARTITION-CARD                                   *
032602*    READS THE OPTIONAL //PARTSEL CARD. WITHOUT ONE THE STEP     *
032603*    RUNS THE WHOLE REQUEST MASTER EXACTLY AS BEFORE. WITH ONE   *
032604*    IT RUNS ONLY THE OPERATOR-ID RANGE THE PARTCTL PARTITION    *
032605*    CONTROL FILE GIVES THAT PARTITION, WHILE THE OTHER GREETPN  *
032606*    JOBS RUN THE REST OF THE MASTER ALONGSIDE IT. A CARD THAT   *
032607*    NAMES NO PARTITION, OR ONE PARTCTL DOES NOT CARRY, STOPS    *
032608*    THE STEP RUN-UNUSABLE - RUNNING THE WHOLE MASTER INSTEAD    *
032609*    WOULD RUN EVERY OTHER PARTITION'S REQUESTS A SECOND TIME.   *
032610*    THE RUN-HISTORY NAME GREETPN IS TAKEN AS SOON AS THE CARD   *
032611*    GIVES A NUMBER, SO EVEN A REJECTED PARTITION IS RECORDED    *
032612*    UNDER ITS OWN NAME; A CARD WITH NO NUMBER RECORDS NOTHING.  *
032613******************************************************************
032614 1470-READ-PARTITION-CARD.
032615     OPEN INPUT PTS-FILE.
032616     IF GR-PTS-FILE-STATUS <> "00"
032617         GO TO 1470-EXIT
032618     END-IF.
032619     READ PTS-FILE
032620         AT END
032621             GO TO 1470-EXIT
032622     END-READ.
032623     IF GR-PTS-NUMBER IS NOT NUMERIC OR GR-PTS-NUMBER = ZERO
032624         DISPLAY "GR1470E - PARTSEL CARD DOES NOT NAME A "
032625             "PARTITION - NOTHING RUN" UPON GR-OPERATOR-CONSOLE
032626         SET GR-PTN-REJECTED TO TRUE
032627         SET GR-HIST-SKIP TO TRUE
032628         GO TO 1470-EXIT
032629     END-IF.
032630     MOVE GR-PTS-NUMBER TO GR-PTN-ACTIVE.
032631     MOVE "GREETP" TO GR-HIST-PGM-STEM.
032632     MOVE GR-PTN-ACTIVE TO GR-HIST-PGM-PTN.
032633     PERFORM 1480-FIND-PARTITION THRU 1480-EXIT.
032634     IF NOT GR-PTN-MODE
032635         DISPLAY "GR1470E - PARTITION " GR-PTN-ACTIVE
032636             " IS NOT ON PARTCTL, STATUS " GR-PTN-FILE-STATUS
032637             " - NOTHING RUN" UPON GR-OPERATOR-CONSOLE
032638         SET GR-PTN-REJECTED TO TRUE
032639         GO TO 1470-EXIT
032640     END-IF.
032641     DISPLAY "GR1470I - RUNNING PARTITION " GR-PTN-ACTIVE
032642         " - OPERATOR-IDS " GR-PTN-RUN-LOW
032643       " THRU " GR-PTN-RUN-HIGH.
032644 1470-EXIT.
032645     IF GR-PTS-FILE-STATUS = "00" OR GR-PTS-FILE-STATUS = "10"
032646         CLOSE PTS-FILE
032647     END-IF.
032648     EXIT.
032649*
032650 1480-FIND-PARTITION.
032651     OPEN INPUT PTN-FILE.
032652     IF GR-PTN-FILE-STATUS <> "00"
032653         GO TO 1480-EXIT
032654     END-IF.
032655     PERFORM 1490-READ-PARTITION-ENTRY THRU 1490-EXIT
032656             UNTIL GR-PTN-FILE-STATUS = "10" OR GR-PTN-MODE.
032657 1480-EXIT.
032658     IF GR-PTN-FILE-STATUS = "00" OR GR-PTN-FILE-STATUS = "10"
032659         CLOSE PTN-FILE
032660     END-IF.
032661     EXIT.
032662*
032663 1490-READ-PARTITION-ENTRY.
032664     READ PTN-FILE
032665         AT END
032666             MOVE "10" TO GR-PTN-FILE-STATUS
032667             GO TO 1490-EXIT
032668     END-READ.
032669     IF GR-PTN-FILE-STATUS NOT = "00"
032670         DISPLAY "GR1490E - PARTCTL READ ERROR, STATUS "
032671             GR-PTN-FILE-STATUS
032672         MOVE "10" TO GR-PTN-FILE-STATUS
032673         GO TO 1490-EXIT
032674     END-IF.
032675*    AN ENTRY WHOSE RANGE RUNS BACKWARDS SELECTS NOTHING, SO IT IS
032676*    TREATED AS IF THE PARTITION WERE NOT ON THE FILE AT ALL.
032677     IF GR-PTN-NUMBER = GR-PTN-ACTIVE
032678             AND GR-PTN-LOW-ID NOT > GR-PTN-HIGH-ID
032679         MOVE GR-PTN-LOW-ID TO GR-PTN-RUN-LOW
032680         MOVE GR-PTN-HIGH-ID TO GR-PTN-RUN-HIGH
032681         SET GR-PTN-MODE TO TRUE
032682     END-IF.
032683 1490-EXIT.
032684     EXIT.
032685*
032686******************************************************************
032700*    1600-OPEN-BATCH-FILE                                       *
032800*    LOOKS FOR AN OPTIONAL BATCHFIL DATA SET. WHEN IT IS PRESENT *
032900*    THE JOB RUNS IN MULTI-REQUEST BATCH MODE INSTEAD OF READING *
033600     END-IF.
033700 1600-EXIT.
033800     EXIT.
033801*
033802******************************************************************
033803*    1650-OPEN-OPERATOR-MASTER                                  *
033804*    OPENS THE OPERATOR AUTHORITY MASTER SO EACH REQUEST IS      *
033805*    RECHECKED JUST BEFORE IT RUNS - GRREQLD CHECKED IT AT       *
033806*    INTAKE, BUT A RERUN OR A SUSPENSION SINCE THEN CAN STILL    *
033807*    CHANGE THE ANSWER. IN REQUEST-MASTER MODE THE USAGE TABLE   *
033808*    IS PRIMED WITH EVERY ITERATION ALREADY COMPLETED UNDER      *
033809*    THIS BUSINESS DATE. A MISSING MASTER IS A WARNING ONLY -    *
033810*    THE RUN GOES AHEAD UNCHECKED RATHER THAN LOSE THE NIGHT.    *
033811*    A PARAMETER-CARD RUN IS NEVER CHECKED.                      *
033812******************************************************************
033813 1650-OPEN-OPERATOR-MASTER.
033814     OPEN INPUT OPER-FILE.
033815     IF GR-OPER-FILE-STATUS NOT = "00"
033816         DISPLAY "GR1650W - OPERATOR MASTER UNAVAILABLE, STATUS "
033817             GR-OPER-FILE-STATUS " - QUOTAS NOT CHECKED"
033818             UPON GR-OPERATOR-CONSOLE
033819         MOVE GR-RC-WARNING TO GR-RC-REQUESTED
033820         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
033821         GO TO 1650-EXIT
033822     END-IF.
033823     SET GR-OPER-CHECK-ON TO TRUE.
033824     IF NOT GR-REQM-MODE
033825         GO TO 1650-EXIT
033826     END-IF.
033827     MOVE "N" TO GR-REQM-EOF-SW.
033828     MOVE LOW-VALUES TO GR-REQM-KEY.
033829     START REQM-FILE KEY IS NOT < GR-REQM-KEY
033830         INVALID KEY
033831             SET GR-REQM-EOF TO TRUE
033832     END-START.
033833     PERFORM 1660-PRIME-ONE-USAGE THRU 1660-EXIT
033834             UNTIL GR-REQM-EOF.
033835 1650-EXIT.
033836     EXIT.
033837*
033838 1660-PRIME-ONE-USAGE.
033839     READ REQM-FILE NEXT RECORD
033840         AT END
033841             SET GR-REQM-EOF TO TRUE
033842             GO TO 1660-EXIT
033843     END-READ.
033844     IF GR-REQM-FILE-STATUS NOT = "00"
033845         DISPLAY "GR1660E - REQMAST READ ERROR, STATUS "
033846             GR-REQM-FILE-STATUS
033847         SET GR-REQM-EOF TO TRUE
033848         GO TO 1660-EXIT
033849     END-IF.
033850     PERFORM 1790-OVERLAY-STAGED-STAMP THRU 1790-EXIT.
033851     IF NOT GR-REQM-COMPLETED
033852             OR GR-REQM-LAST-RUN-DATE NOT = GR-CURRENT-DATE-NUM
033853             OR GR-REQM-ITER-COUNT IS NOT NUMERIC
033854         GO TO 1660-EXIT
033855     END-IF.
033856     MOVE GR-REQM-OPERATOR-ID TO GR-OPER-LOOKUP-ID.
033857     PERFORM 5117-FIND-OPERATOR-USAGE THRU 5117-EXIT.
033858     IF GR-OPER-SUB > ZERO
033859         ADD GR-REQM-ITER-COUNT TO GR-OPER-USE-ITERS(GR-OPER-SUB)
033860     END-IF.
033861 1660-EXIT.
033862     EXIT.
033863*
033864******************************************************************
033920*    1700-OPEN-REQUEST-MASTER                                   *
033930*    LOOKS FOR THE OPTIONAL REQMAST REQUEST MASTER LOADED BY     *
033940*    THE GRREQLD INTAKE STEP. WHEN IT OPENS CLEAN THE JOB RUNS   *
033950*    IN REQUEST-MASTER MODE - SELECTING ONLY UNPROCESSED         *
033960*    REQUESTS AND STAMPING EACH OUTCOME - AND BATCHFIL AND THE   *
033970*    PARAMETER CARD ARE NOT READ AT ALL.                         *
033972*    A PARTITION RUN SHARES THE MASTER WITH ITS SISTER JOBS, SO  *
033974*    IT OPENS IT FOR INPUT ONLY AND STAGES ITS STAMPS ON ITS     *
033976*    OWN PREQUPD INSTEAD - SEE 1750 AND 5190.                    *
033980******************************************************************
033981 1700-OPEN-REQUEST-MASTER.
033982     IF GR-PTN-MODE
033983         OPEN INPUT REQM-FILE
033984     ELSE
033985         OPEN I-O REQM-FILE
033986     END-IF.
033992     IF GR-REQM-FILE-STATUS = "00"
033993         SET GR-REQM-MODE TO TRUE
033994     END-IF.
033995     IF GR-PTN-MODE AND NOT GR-REQM-MODE
033996         DISPLAY "GR1700E - PARTITION " GR-PTN-ACTIVE
033997             " NEEDS THE REQMAST REQUEST MASTER, STATUS "
033998             GR-REQM-FILE-STATUS " - NOTHING RUN"
033999             UPON GR-OPERATOR-CONSOLE
034000         MOVE GR-RC-RUN-UNUSABLE TO GR-RC-REQUESTED
034001         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
034002         PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
034003         GO TO 9999-EXIT-PROGRAM
034004     END-IF.
034005     IF NOT GR-PTN-MODE
034006         GO TO 1700-EXIT
034007     END-IF.
034008     PERFORM 1750-LOAD-STAGED-STAMPS THRU 1750-EXIT.
034009     IF GR-PTN-REJECTED
034010         CLOSE REQM-FILE
034011         MOVE GR-RC-RUN-UNUSABLE TO GR-RC-REQUESTED
034012         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
034013         PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
034014         GO TO 9999-EXIT-PROGRAM
034015     END-IF.
034016 1700-EXIT.
034017     EXIT.
034018*
034019******************************************************************
034020*    1750-LOAD-STAGED-STAMPS                                    *
034021*    A PARTITION RUN FIRST READS BACK WHATEVER AN EARLIER        *
034022*    ATTEMPT UNDER THE SAME BUSINESS DATE ALREADY STAGED ON ITS  *
034023*    PREQUPD, SO A RERUN SKIPS WHAT COMPLETED AND RESUMES WHAT   *
034024*    WAS LEFT IN PROGRESS, THEN OPENS PREQUPD TO ADD TO IT. A    *
034025*    STAMP FROM ANOTHER BUSINESS DATE MEANS AN EARLIER NIGHT WAS *
034026*    NEVER MERGED, AND MORE STAMPS THAN THE TABLE HOLDS CANNOT   *
034027*    ALL BE LAID OVER THE MASTER - EITHER WAY RUNNING WOULD      *
034028*    REPEAT WORK, SO THE PARTITION IS REJECTED. SO IT IS WHEN    *
034029*    PREQUPD CANNOT BE READ OR OPENED FOR WRITING.               *
034030******************************************************************
034031 1750-LOAD-STAGED-STAMPS.
034032     MOVE ZERO TO GR-STG-COUNT.
034033     OPEN INPUT PRQ-FILE.
034034     IF GR-PRQ-FILE-STATUS NOT = "00"
034035             AND GR-PRQ-FILE-STATUS NOT = "05"
034036         DISPLAY "GR1750E - PREQUPD UNREADABLE, STATUS "
034037             GR-PRQ-FILE-STATUS " - NOTHING RUN"
034038             UPON GR-OPERATOR-CONSOLE
034039         SET GR-PTN-REJECTED TO TRUE
034040         GO TO 1750-EXIT
034041     END-IF.
034042     PERFORM 1760-LOAD-ONE-STAMP THRU 1760-EXIT
034043             UNTIL GR-PRQ-FILE-STATUS = "10"
034044                 OR GR-PTN-REJECTED.
034045     CLOSE PRQ-FILE.
034046     IF GR-PTN-REJECTED
034047         GO TO 1750-EXIT
034048     END-IF.
034049     IF GR-STG-COUNT > ZERO
034050         DISPLAY "GR1750I - " GR-STG-COUNT
034051             " REQUEST(S) ALREADY STAMPED BY AN EARLIER ATTEMPT"
034052     END-IF.
034053     OPEN EXTEND PRQ-FILE.
034054     IF GR-PRQ-FILE-STATUS NOT = "00"
034055             AND GR-PRQ-FILE-STATUS NOT = "05"
034056         DISPLAY "GR1750E - UNABLE TO OPEN PREQUPD, STATUS "
034057             GR-PRQ-FILE-STATUS " - NOTHING RUN"
034058             UPON GR-OPERATOR-CONSOLE
034059         SET GR-PTN-REJECTED TO TRUE
034060         GO TO 1750-EXIT
034061     END-IF.
034062     SET GR-PRQ-OPEN TO TRUE.
034063 1750-EXIT.
034064     EXIT.
034065*
034066 1760-LOAD-ONE-STAMP.
034067     READ PRQ-FILE
034068         AT END
034069             MOVE "10" TO GR-PRQ-FILE-STATUS
034070             GO TO 1760-EXIT
034071     END-READ.
034072     IF GR-PRQ-FILE-STATUS NOT = "00"
034073         DISPLAY "GR1760E - PREQUPD READ ERROR, STATUS "
034074             GR-PRQ-FILE-STATUS " - NOTHING RUN"
034075             UPON GR-OPERATOR-CONSOLE
034076         SET GR-PTN-REJECTED TO TRUE
034077         GO TO 1760-EXIT
034078     END-IF.
034079     IF GR-RQU-BUS-DATE NOT = GR-CURRENT-DATE-NUM
034080         DISPLAY "GR1760E - PREQUPD HOLDS STAMPS FOR "
034081             GR-RQU-BUS-DATE " - MERGE THAT NIGHT FIRST"
034082             UPON GR-OPERATOR-CONSOLE
034083         SET GR-PTN-REJECTED TO TRUE
034084         GO TO 1760-EXIT
034085     END-IF.
034086     PERFORM 1780-KEEP-STAGED-STAMP THRU 1780-EXIT.
034087     IF GR-STG-SUB = ZERO
034088         DISPLAY "GR1760E - MORE THAN " GR-STG-MAX
034089             " STAGED STAMPS ON PREQUPD - NOTHING RUN"
034090             UPON GR-OPERATOR-CONSOLE
034091         SET GR-PTN-REJECTED TO TRUE
034092     END-IF.
034093 1760-EXIT.
034094     EXIT.
034095*
034096******************************************************************
034097*    1770-1790 STAGED STAMP TABLE                               *
034098*    1770 LEAVES THE ENTRY FOR GR-STG-LOOKUP-KEY IN GR-STG-SUB,  *
034099*    ZERO IF THERE IS NONE. 1780 KEEPS THE IMAGE IN GR-RQU-IMAGE *
034100*    AS THE LATEST FOR ITS KEY, LEAVING GR-STG-SUB ZERO WHEN THE *
034101*    TABLE IS FULL. 1790 LAYS THE LATEST IMAGE, IF ANY, OVER THE *
034102*    REQMAST RECORD JUST READ.                                   *
034103******************************************************************
034104 1770-FIND-STAGED-STAMP.
034105     MOVE ZERO TO GR-STG-SUB.
034106     PERFORM 1775-TEST-ONE-STAMP THRU 1775-EXIT
034107             VARYING GR-STG-SCAN FROM 1 BY 1
034108             UNTIL GR-STG-SCAN > GR-STG-COUNT
034109                 OR GR-STG-SUB > ZERO.
034110 1770-EXIT.
034111     EXIT.
034112*
034113 1775-TEST-ONE-STAMP.
034114     IF GR-STG-KEY(GR-STG-SCAN) = GR-STG-LOOKUP-KEY
034115         MOVE GR-STG-SCAN TO GR-STG-SUB
034116     END-IF.
034117 1775-EXIT.
034118     EXIT.
034119*
034120 1780-KEEP-STAGED-STAMP.
034121     MOVE GR-RQU-IMAGE(1:11) TO GR-STG-LOOKUP-KEY.
034122     PERFORM 1770-FIND-STAGED-STAMP THRU 1770-EXIT.
034123     IF GR-STG-SUB = ZERO AND GR-STG-COUNT < GR-STG-MAX
034124         ADD 1 TO GR-STG-COUNT
034125         MOVE GR-STG-COUNT TO GR-STG-SUB
034126         MOVE GR-STG-LOOKUP-KEY TO GR-STG-KEY(GR-STG-SUB)
034127     END-IF.
034128     IF GR-STG-SUB > ZERO
034129         MOVE GR-RQU-IMAGE TO GR-STG-IMAGE(GR-STG-SUB)
034130     END-IF.
034131 1780-EXIT.
034132     EXIT.
034133*
034134 1790-OVERLAY-STAGED-STAMP.
034135     IF NOT GR-PTN-MODE OR GR-STG-COUNT = ZERO
034136         GO TO 1790-EXIT
034137     END-IF.
034138     MOVE GR-REQM-KEY TO GR-STG-LOOKUP-KEY.
034139     PERFORM 1770-FIND-STAGED-STAMP THRU 1770-EXIT.
034140     IF GR-STG-SUB > ZERO
034141         MOVE GR-STG-IMAGE(GR-STG-SUB) TO GR-REQM-RECORD
034142     END-IF.
034143 1790-EXIT.
034144     EXIT.
034145*
034146******************************************************************
034147*    2000-VALIDATE-ITER-NUM                                      *
034200*    CONFIRMS THE ITERATION COUNT FOR THE CURRENT REQUEST IS     *
034300*    NUMERIC AND FALLS WITHIN A SANE RANGE BEFORE THE BANNER     *
034400*    LOOP IS DRIVEN. IN A SINGLE-REQUEST RUN, BAD INPUT          *
041400     MOVE GR-RUN-ID TO GR-FEED-RUN-ID.
041500     MOVE GR-ITER-INDEX TO GR-FEED-ITER-NO.
041510     MOVE GR-REQ-DATE-NUM TO GR-FEED-RUN-DATE.
041530     MOVE GR-REQ-SEQ-ACTIVE TO GR-FEED-REQ-SEQ.
041600     WRITE GR-FEED-RECORD.
041610     IF GR-FEED-FILE-STATUS NOT = "00"
041620         MOVE "3100-DISPLAY-BANNER" TO GR-ERR-PARA-NAME
041692         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
041693         GO TO 3100-EXIT
041694     END-IF.
041696     ADD 1 TO GR-FEED-ROW-COUNT.
041698     ADD GR-ITER-INDEX TO GR-FEED-HASH-TOTAL.
041700     DIVIDE GR-ITER-INDEX BY GR-CKPT-INTERVAL
041800         GIVING GR-CKPT-QUOTIENT
041900         REMAINDER GR-CKPT-REMAINDER.
042621 3170-EXIT.
042622     EXIT.
042623*
042624******************************************************************
042625*    3080-WRITE-REQUEST-SUBHEAD                                 *
042626*    PRINTS THE BOUNDARY LINE AT THE START OF EACH REQUEST -     *
042627*    RUN-ID, MESSAGE CODE AND REQUESTED ITERATION COUNT - SO    *
042628*    ONE OPERATOR'S BANNERS CAN BE TOLD FROM THE NEXT WHEN A     *
042629*    WHOLE BATCH PRINTS IN ONE SYSOUT.                           *
042630******************************************************************
042631 3080-WRITE-REQUEST-SUBHEAD.
042632     PERFORM 3175-START-REQUEST-PAGE THRU 3175-EXIT.
042638     PERFORM 3170-CHECK-PAGE-OVERFLOW THRU 3170-EXIT.
042639     MOVE SPACES TO GR-RPT-HEADING-LINE.
042640     MOVE " " TO GR-RPTH-CTL.
042688     EXIT.
042689*
042694******************************************************************
042696*    3175-START-REQUEST-PAGE                                    *
042698*    EVERY REQUEST STARTS ON A PAGE OF ITS OWN, SO THE PRINT     *
042700*    SPLIT (GRRPTSPL) CAN ROUTE WHOLE PAGES BY OPERATOR. A NEW   *
042702*    PAGE IS THROWN UNLESS NOTHING BUT THE HEADING IS ON THE     *
042704*    CURRENT ONE. 3176 DOES THE SAME FOR THE HELD, DEFERRED AND  *
042706*    SUMMARY LINES, WHICH GO TO THE PRINT ROOM - ONLY WHEN THE   *
042708*    CURRENT PAGE BELONGS TO A REQUEST.                          *
042710******************************************************************
042712 3175-START-REQUEST-PAGE.
042714     IF GR-RPT-LINE-COUNT > 1
042716         PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
042718     END-IF.
042720     SET GR-RPT-PAGE-REQUEST TO TRUE.
042722 3175-EXIT.
042724     EXIT.
042726*
042728 3176-START-RUN-NOTES-PAGE.
042730     IF GR-RPT-PAGE-REQUEST
042732         IF GR-RPT-LINE-COUNT > 1
042734             PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT
042736         END-IF
042738         SET GR-RPT-PAGE-RUN-NOTES TO TRUE
042740     END-IF.
042742 3176-EXIT.
042744     EXIT.
042746*
042748******************************************************************
042750*    4000-WRITE-AUDIT-RECORD                                    *
042800*    APPENDS ONE AUDIT RECORD TO AUDITLOG CAPTURING THE DATE     *
042900*    AND TIME THIS REQUEST ACTUALLY RAN (ACCEPTED PER REQUEST   *
043000*    AT THE TOP OF 5200-RUN-ONE-REQUEST, NOT THE JOB-START       *
043100*    TIMESTAMP), ITS ITERATION COUNT AND ITS COMPLETION STATUS.  *
043120*    THE MESSAGE CODE REQUESTED, THE CODE WHOSE TEXT ACTUALLY    *
043140*    PRINTED AND THE BANNERS PRINTED ARE KEPT TOO, SO GRREPRT    *
043160*    CAN REPRINT THE REQUEST LATER WITHOUT RUNNING IT AGAIN.     *
043200******************************************************************
043300 4000-WRITE-AUDIT-RECORD.
043400     MOVE SPACES               TO GR-AUDIT-RECORD.
043700     MOVE GR-ITER-COUNT       TO GL-ITER-COUNT.
043800     MOVE GR-RUN-STATUS       TO GL-COMPLETION-STATUS.
043810     MOVE GR-RUN-ID           TO GL-RUN-ID.
043820     MOVE GR-REQ-SEQ-ACTIVE   TO GL-REQ-SEQ.
043830     MOVE GR-REQ-PRIORITY-ACTIVE TO GL-PRIORITY.
043840     MOVE GR-MSG-CODE-REQUESTED TO GL-MSG-CODE.
043850     IF GR-MSG-FOUND
043860         MOVE GR-MSG-CODE-ACTIVE TO GL-MSG-ACTIVE
043870     END-IF.
043880     MOVE GR-TOTAL-ITER-DONE  TO GL-ITER-DONE.
043900     WRITE GR-AUDIT-RECORD.
043910     IF GR-AUDIT-FILE-STATUS NOT = "00"
043920         MOVE "4000-WRITE-AUDIT-REC" TO GR-ERR-PARA-NAME
048600     DIVIDE GR-ELAPSED-SECS BY 60
048700         GIVING GR-ELAPSED-MN
048800         REMAINDER GR-ELAPSED-SS.
048805     PERFORM 3176-START-RUN-NOTES-PAGE THRU 3176-EXIT.
048810     PERFORM 3170-CHECK-PAGE-OVERFLOW THRU 3170-EXIT.
048900     MOVE SPACES TO GR-RPT-SUMMARY-LINE.
049000     MOVE " " TO GR-RPTS-CTL.
052800     MOVE GR-BAT-OPERATOR-ID TO GR-RUN-ID.
052900     MOVE GR-BAT-MSG-CODE    TO GR-MSG-CODE-REQUESTED.
053000     MOVE GR-BAT-ITER-COUNT  TO GR-ITER-COUNT.
053010     PERFORM 5115-CHECK-OPERATOR-QUOTA THRU 5115-EXIT.
053020     IF GR-OPER-HOLD-REASON NOT = SPACES
053030         PERFORM 5116-HOLD-ONE-REQUEST THRU 5116-EXIT
053040         GO TO 5010-EXIT
053050     END-IF.
053100     PERFORM 5200-RUN-ONE-REQUEST THRU 5200-EXIT.
053200 5010-EXIT.
053300     EXIT.
053301*
053302******************************************************************
053303*    5100-PROCESS-MASTER-REQUESTS                                *
053304*    RUNS THE REQUEST MASTER IN TWO PASSES - PASS 1 TAKES ONLY   *
053305*    HIGH-PRIORITY RECORDS, PASS 2 THE REST - EACH PASS IN KEY   *
053306*    ORDER (OPERATOR-ID THEN REQUEST SEQUENCE), SO PRIORITY      *
053307*    WORK RUNS FIRST AND AN OPERATOR'S QUEUE STILL RUNS IN THE   *
053308*    ORDER IT WAS SUBMITTED. ONLY SUBMITTED AND IN-PROGRESS      *
053309*    RECORDS ARE SELECTED; COMPLETED AND FAILED ONES ARE         *
053310*    SKIPPED, WHICH IS WHAT MAKES A RERUN AFTER AN ABEND SAFE.   *
053311*    AN IN-PROGRESS RECORD IS A REQUEST THE ABEND INTERRUPTED -  *
053312*    IT RUNS AGAIN AND ITS RESTART CHECKPOINT PICKS UP WHERE     *
053313*    IT LEFT OFF. ONCE THE WINDOW CUTOFF HAS PASSED (SEE 5120)   *
053314*    NOTHING FURTHER IS STARTED - THE REMAINING RECORDS KEEP     *
053315*    THEIR SUBMITTED STAMP AND ARE REPORTED AS DEFERRED.         *
053316*    A REQUEST STILL AWAITING SUPERVISOR APPROVAL IS NOT         *
053317*    SELECTED EITHER - IT IS COUNTED (SEE 5112) AND WAITS FOR    *
053318*    ITS DECISION ON THE GRAP SCREEN.                            *
053319*    EVERY DEFERRAL IS COUNTED ON THE RECORD ITSELF, AGAINST     *
053320*    THE ELIGIBLE DATE STAMPED BY 5125, SO GRAGERPT CAN AGE      *
053321*    AND ESCALATE WORK THAT KEEPS MISSING THE WINDOW.            *
053322******************************************************************
053323 5100-PROCESS-MASTER-REQUESTS.
053324     MOVE 1 TO GR-REQM-PASS.
053325     PERFORM 5105-RUN-ONE-PASS THRU 5105-EXIT.
053326     MOVE 2 TO GR-REQM-PASS.
053327     PERFORM 5105-RUN-ONE-PASS THRU 5105-EXIT.
053328     IF GR-WIN-DEFERRED-COUNT > ZERO
053329         DISPLAY "GR5100W - " GR-WIN-DEFERRED-COUNT
053330             " REQUEST(S) DEFERRED PAST THE WINDOW CUTOFF"
053331             UPON GR-OPERATOR-CONSOLE
053332         MOVE GR-RC-WARNING TO GR-RC-REQUESTED
053333         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
053334     END-IF.
053335 5100-EXIT.
053336     CLOSE REQM-FILE.
053337     EXIT.
053338*
053339 5105-RUN-ONE-PASS.
053340     MOVE "N" TO GR-REQM-EOF-SW.
053341     MOVE LOW-VALUES TO GR-REQM-KEY.
053342     IF GR-PTN-MODE
053343         MOVE GR-PTN-RUN-LOW TO GR-REQM-OPERATOR-ID
053344     END-IF.
053345     START REQM-FILE KEY IS NOT < GR-REQM-KEY
053346         INVALID KEY
053347             SET GR-REQM-EOF TO TRUE
053348     END-START.
053349     PERFORM 5110-READ-AND-RUN-MASTER THRU 5110-EXIT
053350             UNTIL GR-REQM-EOF.
053351 5105-EXIT.
053352     EXIT.
053353*
053354 5110-READ-AND-RUN-MASTER.
053355     READ REQM-FILE NEXT RECORD
053356         AT END
053357             SET GR-REQM-EOF TO TRUE
053358             GO TO 5110-EXIT
053359     END-READ.
053360     IF GR-REQM-FILE-STATUS NOT = "00"
053361         DISPLAY "GR5110E - REQMAST READ ERROR, STATUS "
053362             GR-REQM-FILE-STATUS
053363         SET GR-REQM-EOF TO TRUE
053364         GO TO 5110-EXIT
053365     END-IF.
053366*    A PARTITION'S RANGE ENDS AT ITS HIGH OPERATOR-ID - THE REST
053367*    OF THE MASTER BELONGS TO THE OTHER PARTITIONS.
053368     IF GR-PTN-MODE AND GR-REQM-OPERATOR-ID > GR-PTN-RUN-HIGH
053369         SET GR-REQM-EOF TO TRUE
053370         GO TO 5110-EXIT
053371     END-IF.
053372     PERFORM 1790-OVERLAY-STAGED-STAMP THRU 1790-EXIT.
053373     IF NOT GR-REQM-SUBMITTED AND NOT GR-REQM-IN-PROGRESS
053374         PERFORM 5112-COUNT-UNAPPROVED THRU 5112-EXIT
053375         GO TO 5110-EXIT
053376     END-IF.
053377     IF GR-REQM-PASS = 1 AND NOT GR-REQM-HIGH-PRIORITY
053378         GO TO 5110-EXIT
053379     END-IF.
053380     IF GR-REQM-PASS = 2 AND GR-REQM-HIGH-PRIORITY
053381         GO TO 5110-EXIT
053382     END-IF.
053383     PERFORM 5125-STAMP-ELIGIBLE-DATE THRU 5125-EXIT.
053384     IF GR-WIN-CLOSED
053385         PERFORM 5130-DEFER-ONE-REQUEST THRU 5130-EXIT
053386         GO TO 5110-EXIT
053387     END-IF.
053388     MOVE GR-REQM-OPERATOR-ID TO GR-RUN-ID.
053389     MOVE GR-REQM-REQ-SEQ     TO GR-REQ-SEQ-ACTIVE.
053390     MOVE GR-REQM-MSG-CODE    TO GR-MSG-CODE-REQUESTED.
053391     MOVE GR-REQM-ITER-COUNT  TO GR-ITER-COUNT.
053392     PERFORM 5115-CHECK-OPERATOR-QUOTA THRU 5115-EXIT.
053393     IF GR-OPER-HOLD-REASON NOT = SPACES
053394         PERFORM 5116-HOLD-ONE-REQUEST THRU 5116-EXIT
053395         GO TO 5110-EXIT
053396     END-IF.
053397     MOVE "P" TO GR-REQM-STATUS.
053398     PERFORM 5190-STAMP-MASTER-RECORD THRU 5190-EXIT.
053399     PERFORM 5200-RUN-ONE-REQUEST THRU 5200-EXIT.
053400     IF GR-RUN-COMPLETED
053401         MOVE "C" TO GR-REQM-STATUS
053402     ELSE
053403         MOVE "F" TO GR-REQM-STATUS
053404     END-IF.
053405     MOVE GR-REQ-CURRENT-DATE TO GR-REQM-LAST-RUN-DATE.
053406     MOVE GR-REQ-CURRENT-TIME TO GR-REQM-LAST-RUN-TIME.
053407     PERFORM 5190-STAMP-MASTER-RECORD THRU 5190-EXIT.
053408     IF NOT GR-STAMP-OK
053409         DISPLAY "GR5110E - UNABLE TO STAMP OUTCOME FOR "
053410             GR-REQM-OPERATOR-ID " SEQ " GR-REQM-REQ-SEQ
053411             " STATUS " GR-STAMP-STATUS
053412     END-IF.
053413     PERFORM 5120-CHECK-WINDOW-CUTOFF THRU 5120-EXIT.
053414 5110-EXIT.
053415     EXIT.
053416*
053417 5112-COUNT-UNAPPROVED.
053418     IF GR-REQM-AWAITING-APPROVAL AND GR-REQM-PASS = 1
053419         ADD 1 TO GR-APPR-WAIT-COUNT
053420     END-IF.
053421 5112-EXIT.
053422     EXIT.
053423*
053424******************************************************************
053425*    5115-CHECK-OPERATOR-QUOTA                                  *
053426*    RUN-TIME RECHECK OF THE REQUEST ABOUT TO START. LEAVES A    *
053427*    HOLD REASON IN GR-OPER-HOLD-REASON WHEN THE OPERATOR HAS    *
053428*    LEFT THE MASTER OR BEEN SUSPENDED SINCE INTAKE, OR WHEN     *
053429*    THE ITERATIONS ALREADY RUN UNDER THIS BUSINESS DATE PLUS    *
053430*    THIS REQUEST WOULD PASS THE DAILY QUOTA. SPACES MEANS THE   *
053431*    REQUEST MAY RUN. A NON-NUMERIC COUNT IS LEFT FOR            *
053432*    2000-VALIDATE-ITER-NUM TO FAIL IN THE USUAL WAY.            *
053433******************************************************************
053434 5115-CHECK-OPERATOR-QUOTA.
053435     MOVE SPACES TO GR-OPER-HOLD-REASON.
053436     IF NOT GR-OPER-CHECK-ON
053437         GO TO 5115-EXIT
053438     END-IF.
053439     MOVE GR-RUN-ID TO GR-OPR-OPERATOR-ID.
053440     READ OPER-FILE
053441         KEY IS GR-OPR-KEY
053442         INVALID KEY
053443             MOVE "NOT ON OPERATOR MASTER" TO GR-OPER-HOLD-REASON
053444             GO TO 5115-EXIT
053445     END-READ.
053446     IF GR-OPR-SUSPENDED
053447         MOVE "OPERATOR SUSPENDED" TO GR-OPER-HOLD-REASON
053448         GO TO 5115-EXIT
053449     END-IF.
053450     IF GR-ITER-COUNT IS NOT NUMERIC
053451         GO TO 5115-EXIT
053452     END-IF.
053453     MOVE GR-RUN-ID TO GR-OPER-LOOKUP-ID.
053454     PERFORM 5117-FIND-OPERATOR-USAGE THRU 5117-EXIT.
053455     MOVE GR-ITER-COUNT TO GR-OPER-PROJECTED.
053456     IF GR-OPER-SUB > ZERO
053457         ADD GR-OPER-USE-ITERS(GR-OPER-SUB) TO GR-OPER-PROJECTED
053458     END-IF.
053459     IF GR-OPER-PROJECTED > GR-OPR-DAILY-QUOTA
053460         MOVE "OVER DAILY ITERATION QUOTA" TO GR-OPER-HOLD-REASON
053461     END-IF.
053462 5115-EXIT.
053463     EXIT.
053464*
053465 5116-HOLD-ONE-REQUEST.
053466     ADD 1 TO GR-OPER-HELD-COUNT.
053467     PERFORM 3176-START-RUN-NOTES-PAGE THRU 3176-EXIT.
053468     PERFORM 3170-CHECK-PAGE-OVERFLOW THRU 3170-EXIT.
053469     MOVE SPACES TO GR-RPT-DETAIL-LINE.
053470     MOVE " " TO GR-RPTD-CTL.
053471     STRING "HELD: " GR-RUN-ID
053472            " SEQ " GR-REQ-SEQ-ACTIVE
053473            " MSG " GR-MSG-CODE-REQUESTED
053474            " - " GR-OPER-HOLD-REASON
053475         DELIMITED BY SIZE INTO GR-RPTD-TEXT.
053476     WRITE GR-RPT-DETAIL-LINE.
053477     ADD 1 TO GR-RPT-LINE-COUNT.
053478     MOVE "5116-HOLD-REQUEST" TO GR-ERR-PARA-NAME.
053479     PERFORM 3150-CHECK-REPORT-WRITE THRU 3150-EXIT.
053480     IF NOT GR-REQM-MODE
053481         GO TO 5116-EXIT
053482     END-IF.
053483     PERFORM 5190-STAMP-MASTER-RECORD THRU 5190-EXIT.
053484     IF NOT GR-STAMP-OK
053485         DISPLAY "GR5116E - UNABLE TO STAMP HELD REQUEST "
053486             GR-REQM-OPERATOR-ID " SEQ " GR-REQM-REQ-SEQ
053487             " STATUS " GR-STAMP-STATUS
053488     END-IF.
053489 5116-EXIT.
053490     EXIT.
053491*
053492******************************************************************
053493*    5117-FIND-OPERATOR-USAGE                                   *
053494*    LEAVES THE USAGE TABLE ENTRY FOR GR-OPER-LOOKUP-ID IN       *
053495*    GR-OPER-SUB, ADDING A ZERO ENTRY THE FIRST TIME AN          *
053496*    OPERATOR IS SEEN. ZERO MEANS THE TABLE IS FULL AND THE      *
053497*    OPERATOR IS TREATED AS HAVING RUN NOTHING YET.              *
053498******************************************************************
053499 5117-FIND-OPERATOR-USAGE.
053500     MOVE ZERO TO GR-OPER-SUB.
053501     PERFORM 5118-TEST-ONE-USAGE THRU 5118-EXIT
053502             VARYING GR-OPER-SCAN FROM 1 BY 1
053503             UNTIL GR-OPER-SCAN > GR-OPER-USE-COUNT
053504                 OR GR-OPER-SUB > ZERO.
053505     IF GR-OPER-SUB > ZERO
053506             OR GR-OPER-USE-COUNT NOT < GR-OPER-USE-MAX
053507         GO TO 5117-EXIT
053508     END-IF.
053509     ADD 1 TO GR-OPER-USE-COUNT.
053510     MOVE GR-OPER-USE-COUNT TO GR-OPER-SUB.
053511     MOVE GR-OPER-LOOKUP-ID TO GR-OPER-USE-ID(GR-OPER-SUB).
053512     MOVE ZERO TO GR-OPER-USE-ITERS(GR-OPER-SUB).
053513 5117-EXIT.
053514     EXIT.
053515*
053516 5118-TEST-ONE-USAGE.
053517     IF GR-OPER-USE-ID(GR-OPER-SCAN) = GR-OPER-LOOKUP-ID
053518         MOVE GR-OPER-SCAN TO GR-OPER-SUB
053519     END-IF.
053520 5118-EXIT.
053570     EXIT.
053571*
053572******************************************************************
053606 5120-EXIT.
053607     EXIT.
053608*
053613******************************************************************
053618*    5125-STAMP-ELIGIBLE-DATE                                   *
053623*    THE FIRST NIGHT GREET FINDS A REQUEST READY TO RUN, THE     *
053628*    BUSINESS DATE IS STAMPED ON IT AS ITS ELIGIBLE DATE - THE   *
053633*    DATE GRAGERPT AGES IT FROM IF IT IS DEFERRED OR HELD. A     *
053638*    RECORD FROM BEFORE THE AGING FIELDS EXISTED HAS SPACES      *
053643*    THERE AND STARTS FROM ZERO DEFERRALS. THE CALLER'S NEXT     *
053648*    REWRITE (IN PROGRESS, DEFERRED OR HELD) CARRIES THE STAMP.  *
053653******************************************************************
053658 5125-STAMP-ELIGIBLE-DATE.
053663     IF GR-REQM-DEFER-COUNT IS NOT NUMERIC
053668         MOVE ZERO TO GR-REQM-DEFER-COUNT
053673     END-IF.
053678     IF GR-REQM-ELIGIBLE-DATE IS NOT NUMERIC
053683             OR GR-REQM-ELIGIBLE-DATE = ZERO
053688         MOVE GR-CURRENT-DATE-NUM TO GR-REQM-ELIGIBLE-DATE
053693     END-IF.
053698 5125-EXIT.
053703     EXIT.
053708*
053713 5130-DEFER-ONE-REQUEST.
053718     ADD 1 TO GR-WIN-DEFERRED-COUNT.
053723     PERFORM 3176-START-RUN-NOTES-PAGE THRU 3176-EXIT.
053728     PERFORM 3170-CHECK-PAGE-OVERFLOW THRU 3170-EXIT.
053733     MOVE SPACES TO GR-RPT-DETAIL-LINE.
053738     MOVE " " TO GR-RPTD-CTL.
053743     STRING "DEFERRED PAST CUTOFF: " GR-REQM-OPERATOR-ID
053748            " SEQ " GR-REQM-REQ-SEQ
053753            " MESSAGE " GR-REQM-MSG-CODE
053758         DELIMITED BY SIZE INTO GR-RPTD-TEXT.
053763     WRITE GR-RPT-DETAIL-LINE.
053768     ADD 1 TO GR-RPT-LINE-COUNT.
053773     MOVE "5130-DEFER-REQUEST" TO GR-ERR-PARA-NAME.
053778     PERFORM 3150-CHECK-REPORT-WRITE THRU 3150-EXIT.
053783*    A RERUN UNDER THE SAME BUSINESS DATE DEFERS THE REQUEST
053788*    AGAIN BUT IT IS STILL ONE NIGHT - COUNT IT ONCE PER DATE.
053793     IF GR-REQM-LAST-DEFER-DATE NOT = GR-CURRENT-DATE-NUM
053798         IF GR-REQM-DEFER-COUNT < 99
053803             ADD 1 TO GR-REQM-DEFER-COUNT
053808         END-IF
053813         MOVE GR-CURRENT-DATE-NUM TO GR-REQM-LAST-DEFER-DATE
053818     END-IF.
053823     PERFORM 5190-STAMP-MASTER-RECORD THRU 5190-EXIT.
053828     IF NOT GR-STAMP-OK
053833         DISPLAY "GR5130E - UNABLE TO COUNT DEFERRAL FOR "
053838             GR-REQM-OPERATOR-ID " SEQ " GR-REQM-REQ-SEQ
053843             " STATUS " GR-STAMP-STATUS
053848     END-IF.
053853 5130-EXIT.
053858     EXIT.
053863*
053868******************************************************************
053873*    5190-STAMP-MASTER-RECORD                                   *
053878*    SAVES THE CHANGED GR-REQM-RECORD - A REWRITE OF REQMAST,    *
053883*    OR FOR A PARTITION RUN AN IMAGE APPENDED TO ITS PREQUPD FOR *
053888*    GRPTMRG TO POST. GR-STAMP-OK IS LEFT OFF WHEN IT FAILED,    *
053893*    WITH THE FILE STATUS IN GR-STAMP-STATUS FOR THE CALLER'S    *
053898*    MESSAGE.                                                    *
053903******************************************************************
053908 5190-STAMP-MASTER-RECORD.
053913     SET GR-STAMP-OK TO TRUE.
053918     IF GR-PTN-MODE
053923         PERFORM 5195-STAGE-MASTER-STAMP THRU 5195-EXIT
053928         GO TO 5190-EXIT
053933     END-IF.
053938     REWRITE GR-REQM-RECORD
053943         INVALID KEY
053948             MOVE "N" TO GR-STAMP-OK-SW
053953     END-REWRITE.
053958     MOVE GR-REQM-FILE-STATUS TO GR-STAMP-STATUS.
053963 5190-EXIT.
053968     EXIT.
053973*
053978 5195-STAGE-MASTER-STAMP.
053983     MOVE SPACES TO GR-PRQ-RECORD.
053988     MOVE GR-CURRENT-DATE-NUM TO GR-RQU-BUS-DATE.
053993     MOVE GR-REQM-RECORD TO GR-RQU-IMAGE.
053998     WRITE GR-PRQ-RECORD.
054003     MOVE GR-PRQ-FILE-STATUS TO GR-STAMP-STATUS.
054008     IF GR-PRQ-FILE-STATUS NOT = "00"
054013         MOVE "N" TO GR-STAMP-OK-SW
054018         GO TO 5195-EXIT
054023     END-IF.
054028     PERFORM 1780-KEEP-STAGED-STAMP THRU 1780-EXIT.
054033 5195-EXIT.
054038     EXIT.
054043*
054048******************************************************************
054053*    5200-RUN-ONE-REQUEST                                        *
054058*    DRIVES ONE COMPLETE REQUEST - CHECKPOINT CHECK, VALIDATION, *
054063*    BANNER LOOP AND AUDIT RECORD - FOR THE CURRENT GR-RUN-ID,   *
054068*    GR-MSG-CODE-REQUESTED AND GR-ITER-COUNT, WHETHER THE        *
054073*    REQUEST CAME FROM THE PARAMETER CARD OR FROM ONE RECORD OF  *
054078*    A BATCH REQUEST FILE. THE DATE AND TIME ARE RE-ACCEPTED     *
054083*    HERE SO EACH REQUEST'S AUDIT RECORD CARRIES WHEN THAT       *
054088*    REQUEST ACTUALLY RAN RATHER THAN THE JOB-START TIMESTAMP.   *
054093******************************************************************
054500 5200-RUN-ONE-REQUEST.
054600     ACCEPT GR-REQ-CURRENT-DATE FROM DATE YYYYMMDD.
054700     ACCEPT GR-REQ-CURRENT-TIME FROM TIME.
054750     IF GR-BUS-DATE-SET
054760         MOVE GR-BUS-DATE-NUM TO GR-REQ-DATE-NUM
054770     END-IF.
054772*    THE PRIORITY THE REQUEST WAS SUBMITTED UNDER RIDES ON ITS
054774*    AUDIT ROW FOR THE CHARGEBACK - A PARAMETER-CARD RUN IS
054776*    ALWAYS NORMAL. A REQUEST GRAGERPT PROMOTED ON AGE (PRIORITY
054778*    P) RUNS HIGH BUT IS CHARGED AS THE OPERATOR ASKED.
054780     MOVE "N" TO GR-REQ-PRIORITY-ACTIVE.
054782     IF GR-REQM-MODE AND GR-REQM-HIGH-PRIORITY
054784         AND NOT GR-REQM-SLA-PROMOTED
054786         MOVE "H" TO GR-REQ-PRIORITY-ACTIVE
054788     END-IF.
054790     IF GR-BATCH-MODE AND GR-BAT-HIGH-PRIORITY
054792         MOVE "H" TO GR-REQ-PRIORITY-ACTIVE
054794     END-IF.
054800     SET GR-RUN-COMPLETED TO TRUE.
054900     MOVE ZERO TO GR-TOTAL-ITER-DONE.
054902     MOVE "N" TO GR-MSG-FOUND-SW.
054904     ADD 1 TO GR-REQS-RUN-COUNT.
054910     PERFORM 3080-WRITE-REQUEST-SUBHEAD THRU 3080-EXIT.
055000     PERFORM 1400-CHECK-RESTART-CHECKPOINT THRU 1400-EXIT.
055100     PERFORM 2000-VALIDATE-ITER-NUM THRU 2000-EXIT.
055500     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT.
055510     PERFORM 3090-WRITE-REQUEST-TOTAL THRU 3090-EXIT.
055600     ADD GR-TOTAL-ITER-DONE TO GR-GRAND-TOTAL-ITER.
055610     IF GR-OPER-CHECK-ON
055620         MOVE GR-RUN-ID TO GR-OPER-LOOKUP-ID
055630         PERFORM 5117-FIND-OPERATOR-USAGE THRU 5117-EXIT
055640         IF GR-OPER-SUB > ZERO
055650             ADD GR-TOTAL-ITER-DONE
055660                 TO GR-OPER-USE-ITERS(GR-OPER-SUB)
055670         END-IF
055680     END-IF.
055700     IF GR-RUN-COMPLETED AND GR-CKPT-FILE-OPEN
055800         MOVE GR-RUN-ID TO GR-CKPT-RUN-ID
055810         MOVE GR-REQ-SEQ-ACTIVE TO GR-CKPT-REQ-SEQ
057100*    AND CHECKPOINT CLEANUP HAPPEN IN 5200-RUN-ONE-REQUEST, SINCE*
057200*    A BATCH RUN PROCESSES MORE THAN ONE REQUEST PER JOB STEP.   *
057300******************************************************************
057305 9000-TERMINATE-RUN.
057310     IF GR-OPER-HELD-COUNT > ZERO
057315         DISPLAY "GR9000W - " GR-OPER-HELD-COUNT
057320             " REQUEST(S) HELD BY THE OPERATOR AUTHORITY CHECK"
057325             UPON GR-OPERATOR-CONSOLE
057330         MOVE GR-RC-WARNING TO GR-RC-REQUESTED
057335         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
057340     END-IF.
057345     IF GR-APPR-WAIT-COUNT > ZERO
057350         DISPLAY "GR9000I - " GR-APPR-WAIT-COUNT
057355             " REQUEST(S) AWAITING SUPERVISOR APPROVAL NOT RUN"
057360             UPON GR-OPERATOR-CONSOLE
057365     END-IF.
057370     IF GR-OPER-CHECK-ON
057375         CLOSE OPER-FILE
057380     END-IF.
057410     IF GR-OUTPUTS-OPEN
057500         PERFORM 4200-WRITE-SUMMARY-REPORT THRU 4200-EXIT
057510     END-IF.
057900     CLOSE AUDIT-FILE.
057910     IF GR-OUTPUTS-OPEN
058000         CLOSE RPT-FILE
058050         PERFORM 9050-WRITE-FEED-TRAILER THRU 9050-EXIT
058100         CLOSE FEED-FILE
058110     END-IF.
058120     IF GR-ERR-LOG-OPEN
058130         CLOSE ERR-FILE
058140     END-IF.
058150     IF GR-PRQ-OPEN
058160         CLOSE PRQ-FILE
058170     END-IF.
058180     PERFORM 9100-WRITE-RUN-HISTORY THRU 9100-EXIT.
058200 9000-EXIT.
058300     EXIT.
058400*
058500******************************************************************
058600*    9050-WRITE-FEED-TRAILER                                    *
058700*    LAST RECORD ON FEEDFILE - THE DETAIL ROWS WRITTEN AND THE  *
058800*    HASH TOTAL OF THEIR ITERATION NUMBERS, FOR THE READING     *
058900*    STEPS TO PROVE THEY SAW EVERY ROW. WITHOUT IT THE FEED     *
059000*    WILL BE REFUSED DOWNSTREAM, SO A FAILURE GRADES THE RUN    *
059100*    UNUSABLE.                                                  *
059200******************************************************************
059300 9050-WRITE-FEED-TRAILER.
059400*    A FEED THAT NEVER GOT ITS HEADER GETS NO TRAILER EITHER.
059500     IF NOT GR-FEED-HDR-WRITTEN
059600         GO TO 9050-EXIT
059700     END-IF.
059800     MOVE SPACES TO GR-FEED-RECORD.
059900     SET GR-FEED-TRAILER TO TRUE.
060000     MOVE GR-FEED-ROW-COUNT TO GR-FEED-TRL-ROW-COUNT.
060100     MOVE GR-FEED-HASH-TOTAL TO GR-FEED-TRL-HASH-TOTAL.
060200     WRITE GR-FEED-RECORD.
060300     IF GR-FEED-FILE-STATUS NOT = "00"
060400         MOVE "9050-FEED-TRAILER" TO GR-ERR-PARA-NAME
060500         MOVE "FEEDFILE" TO GR-ERR-FILE-NAME
060600         MOVE GR-FEED-FILE-STATUS TO GR-ERR-STATUS-CODE
060700         PERFORM 7000-LOG-IO-ERROR THRU 7000-EXIT
060800         DISPLAY "GR9050E - FEED TRAILER WRITE FAILED, STATUS "
060900             GR-FEED-FILE-STATUS UPON GR-OPERATOR-CONSOLE
061000         MOVE GR-RC-RUN-UNUSABLE TO GR-RC-REQUESTED
061100         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
061200     END-IF.
061300 9050-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700*    9100-WRITE-RUN-HISTORY                                     *
061800*    RECORDS THIS STEP ON THE RUNHIST FILE UNDER THE BUSINESS    *
061900*    DATE FOR THE CAPACITY TREND REPORT - START AND END, THE     *
062000*    FINAL RETURN CODE AND THE VOLUMES. PERFORMED LAST IN        *
062100*    9000 SO THE RETURN CODE IS THE ONE THE SCHEDULER WILL SEE.  *
062200*    A RERUN UNDER THE SAME BUSINESS DATE REPLACES THE RECORD    *
062300*    AND COUNTS THE ATTEMPT. THE HISTORY IS A MEASURING TOOL,    *
062400*    NOT PART OF THE PRODUCTION RESULT, SO A FAILURE HERE IS     *
062500*    REPORTED ON THE CONSOLE AND THE RETURN CODE IS LEFT ALONE.  *
062600*    A PARTITION RUN LEAVES RUNHIST TO ITS SISTER JOBS AND       *
062700*    APPENDS THE RECORD TO ITS OWN PRUNHIST INSTEAD, WITH ONE    *
062800*    ATTEMPT - GRPTMRG POSTS THE LAST ONE AND COUNTS THEM. A     *
062900*    PARTSEL CARD THAT NAMED NO PARTITION RECORDS NOTHING.       *
063000******************************************************************
063100 9100-WRITE-RUN-HISTORY.
063200*    A RUN THAT FAILED BEFORE 1000 TOOK THE CLOCK STILL GETS A
063300*    RECORD, UNDER THE WALL-CLOCK DATE.
063400     IF GR-RUN-START-DATE = ZERO
063500         ACCEPT GR-CURRENT-DATE FROM DATE YYYYMMDD
063600         ACCEPT GR-CURRENT-TIME FROM TIME
063700         MOVE GR-CURRENT-DATE-NUM TO GR-RUN-START-DATE
063800     END-IF.
063900     ACCEPT GR-RUN-END-DATE FROM DATE YYYYMMDD.
064000     ACCEPT GR-RUN-END-TIME FROM TIME.
064100     IF GR-HIST-SKIP
064200         DISPLAY "GR9100W - NO PARTITION NAMED - NO RUN HISTORY "
064300             "RECORDED" UPON GR-OPERATOR-CONSOLE
064400         GO TO 9100-EXIT
064500     END-IF.
064600     IF GR-PTN-ACTIVE > ZERO
064700         MOVE SPACES TO GR-RNH-RECORD
064800         MOVE GR-CURRENT-DATE-NUM TO GR-RNH-BUS-DATE
064900         MOVE GR-HIST-PROGRAM TO GR-RNH-PROGRAM
065000         MOVE ZERO TO GR-RNH-ATTEMPTS
065100         PERFORM 9105-FILL-RUN-HISTORY THRU 9105-EXIT
065200         PERFORM 9150-STAGE-RUN-HISTORY THRU 9150-EXIT
065300         GO TO 9100-EXIT
065400     END-IF.
065500     OPEN I-O RNH-FILE.
065600     IF GR-RNH-FILE-STATUS = "35"
065700         OPEN OUTPUT RNH-FILE
065800         CLOSE RNH-FILE
065900         OPEN I-O RNH-FILE
066000     END-IF.
066100     IF GR-RNH-FILE-STATUS NOT = "00"
066200             AND GR-RNH-FILE-STATUS NOT = "05"
066300         DISPLAY "GR9100W - RUNHIST UNAVAILABLE, STATUS "
066400             GR-RNH-FILE-STATUS " - NO RUN HISTORY RECORDED"
066500             UPON GR-OPERATOR-CONSOLE
066600         GO TO 9100-EXIT
066700     END-IF.
066800     MOVE GR-CURRENT-DATE-NUM TO GR-RNH-BUS-DATE.
066900     MOVE GR-HIST-PROGRAM TO GR-RNH-PROGRAM.
067000     SET GR-HIST-FOUND TO TRUE.
067100     READ RNH-FILE
067200         INVALID KEY
067300             MOVE "N" TO GR-HIST-FOUND-SW
067400             MOVE SPACES TO GR-RNH-RECORD
067500             MOVE GR-CURRENT-DATE-NUM TO GR-RNH-BUS-DATE
067600             MOVE GR-HIST-PROGRAM TO GR-RNH-PROGRAM
067700             MOVE ZERO TO GR-RNH-ATTEMPTS
067800     END-READ.
067900     PERFORM 9105-FILL-RUN-HISTORY THRU 9105-EXIT.
068000     IF NOT GR-HIST-FOUND
068100         WRITE GR-RNH-RECORD
068200     ELSE
068300         REWRITE GR-RNH-RECORD
068400     END-IF.
068500     IF GR-RNH-FILE-STATUS NOT = "00"
068600         DISPLAY "GR9100W - RUNHIST WRITE FAILED, STATUS "
068700             GR-RNH-FILE-STATUS " - NO RUN HISTORY RECORDED"
068800             UPON GR-OPERATOR-CONSOLE
068900     END-IF.
069000     CLOSE RNH-FILE.
069100 9100-EXIT.
069200     EXIT.
069300*
069400 9105-FILL-RUN-HISTORY.
069500     IF GR-RNH-ATTEMPTS IS NOT NUMERIC
069600         MOVE ZERO TO GR-RNH-ATTEMPTS
069700     END-IF.
069800     ADD 1 TO GR-RNH-ATTEMPTS.
069900     MOVE GR-RUN-START-DATE TO GR-RNH-START-DATE.
070000     MOVE GR-CURRENT-TIME(1:6) TO GR-RNH-START-TIME.
070100     MOVE GR-RUN-END-DATE TO GR-RNH-END-DATE.
070200     MOVE GR-RUN-END-TIME(1:6) TO GR-RNH-END-TIME.
070300     COMPUTE GR-HIST-ELAPSED =
070400         (FUNCTION INTEGER-OF-DATE(GR-RUN-END-DATE)
070500          - FUNCTION INTEGER-OF-DATE(GR-RUN-START-DATE)) * 86400
070600         + (GR-END-HH * 3600) + (GR-END-MN * 60) + GR-END-SS
070700         - (GR-CURR-HH * 3600) - (GR-CURR-MN * 60) - GR-CURR-SS.
070800     IF GR-HIST-ELAPSED < ZERO
070900         MOVE ZERO TO GR-HIST-ELAPSED
071000     END-IF.
071100     MOVE GR-HIST-ELAPSED TO GR-RNH-ELAPSED-SECS.
071200     MOVE RETURN-CODE TO GR-RNH-RETURN-CODE.
071300     MOVE GR-REQS-RUN-COUNT TO GR-RNH-REQS-RUN.
071400     MOVE GR-WIN-DEFERRED-COUNT TO GR-RNH-REQS-DEFERRED.
071500     MOVE GR-GRAND-TOTAL-ITER TO GR-RNH-ITERATIONS.
071600     MOVE GR-FEED-ROW-COUNT TO GR-RNH-FEED-ROWS.
071700     MOVE ZERO TO GR-RNH-SUBOUT-ROWS(1)
071800                  GR-RNH-SUBOUT-ROWS(2)
071900                  GR-RNH-SUBOUT-ROWS(3).
072000     IF GR-WIN-CUTOFF-SET
072100         MOVE "Y" TO GR-RNH-CUTOFF-SET-SW
072200         MOVE GR-WIN-CUTOFF-TIME TO GR-RNH-CUTOFF-TIME
072300     ELSE
072400         MOVE "N" TO GR-RNH-CUTOFF-SET-SW
072500         MOVE ZERO TO GR-RNH-CUTOFF-TIME
072600     END-IF.
072700 9105-EXIT.
072800     EXIT.
072900*
073000 9150-STAGE-RUN-HISTORY.
073100     OPEN EXTEND PRH-FILE.
073200     IF GR-PRH-FILE-STATUS NOT = "00"
073300             AND GR-PRH-FILE-STATUS NOT = "05"
073400         DISPLAY "GR9150W - PRUNHIST UNAVAILABLE, STATUS "
073500             GR-PRH-FILE-STATUS " - NO RUN HISTORY RECORDED"
073600             UPON GR-OPERATOR-CONSOLE
073700         GO TO 9150-EXIT
073800     END-IF.
073900     WRITE GR-PRH-RECORD FROM GR-RNH-RECORD.
074000     IF GR-PRH-FILE-STATUS NOT = "00"
074100         DISPLAY "GR9150W - PRUNHIST WRITE FAILED, STATUS "
074200             GR-PRH-FILE-STATUS " - NO RUN HISTORY RECORDED"
074300             UPON GR-OPERATOR-CONSOLE
074400     END-IF.
074500     CLOSE PRH-FILE.
074600 9150-EXIT.
074700     EXIT.
