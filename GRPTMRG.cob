000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRPTMRG.
000300 AUTHOR.        A J MARSH.
000400 INSTALLATION.  DOOM MAINFRAME SYSTEMS - BATCH PRODUCTION.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GRPTMRG                                                     *
001100*                                                                *
001200*    MERGES THE PARTITIONED GREET RUNS BACK INTO ONE NIGHT.      *
001300*    GREETP1 TO GREETP4 EACH RUN GREET FOR ONE RANGE OF          *
001400*    OPERATOR-IDS FROM THE PARTCTL PARTITION CONTROL FILE (SEE   *
001500*    GRPARTN.CPY) AND WRITE THEIR OWN FEED, AUDIT AND ERROR LOG  *
001600*    DATA SETS. THIS STEP, THE FIRST OF GREETM, PROVES THE       *
001700*    PARTITIONS BETWEEN THEM RAN EVERY REQUEST EXACTLY ONCE AND  *
001800*    ONLY THEN BUILDS THE SINGLE FEEDFILE AND AUDITLOG THAT      *
001900*    GRRECON AND GRFDIST HAVE ALWAYS READ.                       *
002000*                                                                *
002100*    PASS ONE CHECKS, AND WRITES NOTHING:                        *
002200*      - EVERY PAUDITN ROW IS DATED THE BUSINESS DATE, BELONGS   *
002300*        TO ITS PARTITION'S OPERATOR RANGE, AND NO REQUEST HAS   *
002400*        MORE THAN ONE COMPLETED ROW (A FAILED ROW FOLLOWED BY   *
002500*        A RERUN IS ALLOWED)                                     *
002600*      - EVERY PFEEDN OPENS WITH A HEADER FOR THE BUSINESS DATE  *
002700*        AND ITS OWN PARTITION AND CLOSES WITH A TRAILER WHOSE   *
002800*        ROW COUNT AND ITERATION HASH AGREE                      *
002900*      - NOTHING ON PAUDITN IS ALREADY ON AUDITLOG               *
002910*      - EVERY PREQUPDN STAMP IS DATED THE BUSINESS DATE AND     *
002920*        BELONGS TO ITS PARTITION'S OPERATOR RANGE               *
003000*      - EVERY QUEUED REQUEST ON REQMAST FALLS IN A PARTITION,   *
003100*        NONE IS LEFT IN PROGRESS, AND EVERY REQUEST STAMPED     *
003200*        COMPLETED OR FAILED TODAY HAS ITS AUDIT ROW - READING   *
003210*        EACH REQUEST AS ITS PARTITION'S LATEST STAMP LEFT IT    *
003300*      - NO PARTITION ENDED RC 12 OR ABOVE ON ITS PRUNHISTN      *
003400*                                                                *
003410*    THE PARTITIONS RUN AT THE SAME TIME, SO NONE OF THEM        *
003420*    UPDATES REQMAST OR RUNHIST: EACH STAGES ITS REQUEST STAMPS  *
003430*    ON PREQUPDN (GRRQUPD.CPY) AND ITS RUN-HISTORY RECORD ON     *
003440*    PRUNHSTN, AND THIS STEP POSTS THEM, ONE JOB AT A TIME.      *
003450*                                                                *
003500*    PASS TWO, ONLY WHEN NOTHING BLOCKED, FIRST POSTS THE LATEST *
003510*    STAMP FOR EACH REQUEST TO REQMAST. IT THEN APPENDS THE      *
003520*    AUDIT ROWS TO AUDITLOG IN THE ORDER THE REQUESTS RAN ACROSS *
003700*    THE PARTITIONS, WRITES EACH REQUEST'S FEED ROWS BEHIND THE  *
003800*    SAME ORDER INTO A NEW FEEDFILE WITH ITS OWN HEADER (RUN-ID  *
003900*    GREETBAT) AND TRAILER, APPENDS THE PERRLOGN ROWS TO ERRLOG, *
003910*    POSTS EACH PARTITION'S LAST RUN-HISTORY RECORD TO RUNHIST   *
003920*    (THE ATTEMPT COUNT IS THE NUMBER OF RUNS IT STAGED), AND    *
004000*    THEN EMPTIES PAUDITN, PERRLOGN, PREQUPDN AND PRUNHSTN SO    *
004100*    THEY CANNOT BE MERGED TWICE. ALL FOUR MUST BE ALLOCATED     *
004200*    DISP=OLD HERE SO THAT EMPTYING REALLY EMPTIES THEM. THE     *
004210*    STAMPS ARE WHOLE RECORDS, SO POSTING THEM AGAIN AFTER A     *
004220*    FAILURE PART-WAY DOES NO HARM.                              *
004300*                                                                *
004400*    RUN ORDER IS THE AUDIT ROW TIME. A PARTITION WHOSE TIMES    *
004500*    GO BACKWARDS HAS CROSSED MIDNIGHT AND ITS LATER ROWS COUNT  *
004600*    AS THE NEXT DAY; A PARTITION WHOSE FIRST REQUEST RAN MORE   *
004700*    THAN TWELVE HOURS EARLIER ON THE CLOCK THAN ANOTHER'S IS    *
004800*    TAKEN TO HAVE STARTED AFTER MIDNIGHT. EQUAL TIMES GO TO THE *
004900*    LOWER PARTITION FIRST.                                      *
005000*                                                                *
005100*    RC 4  - A WARNING ON MRGRPT; THE MERGE WAS DONE.            *
005200*    RC 8  - A PARTITION ENDED RC 8 (A REQUEST FAILED) - CARRIED *
005300*            SO THE ROLL IS HELD AS IT WAS WITH ONE GREET STEP - *
005310*            OR A PERRLOGN COULD NOT BE READ TO THE END AND WAS  *
005320*            LEFT FOR THE OPERATOR TO COPY.                      *
005400*    RC 12 - A CHECK FAILED. NOTHING WAS WRITTEN - RERUN THE     *
005500*            PARTITION NAMED ON MRGRPT, THEN THIS JOB.           *
005600*    RC 16 - PARTCTL OR REQMAST UNUSABLE, TOO MANY AUDIT ROWS OR *
005610*            STAMPS, OR A WRITE FAILED PART-WAY THROUGH THE      *
005700*            MERGE.                                              *
005800*                                                                *
005900*    MODIFICATION HISTORY                                       *
006000*    ----------------------                                     *
006100*    2026-10-12  AJM  INITIAL VERSION.                          *
006110*    2026-10-15  AJM  PARTITIONS NO LONGER SHARE REQMAST AND     *
006120*                     RUNHIST - THEIR STAMPS AND RUN HISTORY     *
006130*                     ARE READ FROM PREQUPDN AND PRUNHSTN AND    *
006140*                     POSTED HERE. A PARTITION ENDING RC 12 OR   *
006150*                     ABOVE NOW BLOCKS THE MERGE, AND A PERRLOGN *
006160*                     READ ERROR NO LONGER EMPTIES THE LOG.      *
006200*                                                                *
006300******************************************************************
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER.   IBM-370.
006700 OBJECT-COMPUTER.   IBM-370.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT OPTIONAL RCTL-FILE ASSIGN TO "RUNCTL"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS GR-MRG-RCTL-STATUS.
007300     SELECT OPTIONAL PTN-FILE ASSIGN TO "PARTCTL"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS GR-MRG-PTN-STATUS.
007600     SELECT OPTIONAL PAU1-FILE ASSIGN TO "PAUDIT1"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS GR-MRG-PAU1-STATUS.
007900     SELECT OPTIONAL PAU2-FILE ASSIGN TO "PAUDIT2"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS GR-MRG-PAU2-STATUS.
008200     SELECT OPTIONAL PAU3-FILE ASSIGN TO "PAUDIT3"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS GR-MRG-PAU3-STATUS.
008500     SELECT OPTIONAL PAU4-FILE ASSIGN TO "PAUDIT4"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS GR-MRG-PAU4-STATUS.
008800     SELECT OPTIONAL PFD1-FILE ASSIGN TO "PFEED1"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS GR-MRG-PFD1-STATUS.
009100     SELECT OPTIONAL PFD2-FILE ASSIGN TO "PFEED2"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS GR-MRG-PFD2-STATUS.
009400     SELECT OPTIONAL PFD3-FILE ASSIGN TO "PFEED3"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS GR-MRG-PFD3-STATUS.
009700     SELECT OPTIONAL PFD4-FILE ASSIGN TO "PFEED4"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS GR-MRG-PFD4-STATUS.
010000     SELECT OPTIONAL PER1-FILE ASSIGN TO "PERRLOG1"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS GR-MRG-PER1-STATUS.
010300     SELECT OPTIONAL PER2-FILE ASSIGN TO "PERRLOG2"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS GR-MRG-PER2-STATUS.
010600     SELECT OPTIONAL PER3-FILE ASSIGN TO "PERRLOG3"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS GR-MRG-PER3-STATUS.
010900     SELECT OPTIONAL PER4-FILE ASSIGN TO "PERRLOG4"
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS GR-MRG-PER4-STATUS.
011102     SELECT OPTIONAL PRQ1-FILE ASSIGN TO "PREQUPD1"
011104         ORGANIZATION IS LINE SEQUENTIAL
011106         FILE STATUS IS GR-MRG-PRQ1-STATUS.
011108     SELECT OPTIONAL PRQ2-FILE ASSIGN TO "PREQUPD2"
011110         ORGANIZATION IS LINE SEQUENTIAL
011112         FILE STATUS IS GR-MRG-PRQ2-STATUS.
011114     SELECT OPTIONAL PRQ3-FILE ASSIGN TO "PREQUPD3"
011116         ORGANIZATION IS LINE SEQUENTIAL
011118         FILE STATUS IS GR-MRG-PRQ3-STATUS.
011120     SELECT OPTIONAL PRQ4-FILE ASSIGN TO "PREQUPD4"
011122         ORGANIZATION IS LINE SEQUENTIAL
011124         FILE STATUS IS GR-MRG-PRQ4-STATUS.
011126     SELECT OPTIONAL PRH1-FILE ASSIGN TO "PRUNHST1"
011128         ORGANIZATION IS LINE SEQUENTIAL
011130         FILE STATUS IS GR-MRG-PRH1-STATUS.
011132     SELECT OPTIONAL PRH2-FILE ASSIGN TO "PRUNHST2"
011134         ORGANIZATION IS LINE SEQUENTIAL
011136         FILE STATUS IS GR-MRG-PRH2-STATUS.
011138     SELECT OPTIONAL PRH3-FILE ASSIGN TO "PRUNHST3"
011140         ORGANIZATION IS LINE SEQUENTIAL
011142         FILE STATUS IS GR-MRG-PRH3-STATUS.
011144     SELECT OPTIONAL PRH4-FILE ASSIGN TO "PRUNHST4"
011146         ORGANIZATION IS LINE SEQUENTIAL
011148         FILE STATUS IS GR-MRG-PRH4-STATUS.
011200     SELECT OPTIONAL REQM-FILE ASSIGN TO "REQMAST"
011300         ORGANIZATION IS INDEXED
011400         ACCESS MODE IS DYNAMIC
011500         RECORD KEY IS GR-REQM-KEY
011600         FILE STATUS IS GR-MRG-REQM-STATUS.
011700     SELECT OPTIONAL RNH-FILE ASSIGN TO "RUNHIST"
011800         ORGANIZATION IS INDEXED
011900         ACCESS MODE IS DYNAMIC
012000         RECORD KEY IS GR-RNH-KEY
012100         FILE STATUS IS GR-MRG-RNH-STATUS.
012200     SELECT OPTIONAL AUD-FILE ASSIGN TO "AUDITLOG"
012300         ORGANIZATION IS LINE SEQUENTIAL
012400         FILE STATUS IS GR-MRG-AUD-STATUS.
012500     SELECT FEED-FILE ASSIGN TO "FEEDFILE"
012600         ORGANIZATION IS LINE SEQUENTIAL
012700         FILE STATUS IS GR-MRG-FEED-STATUS.
012800     SELECT OPTIONAL ERR-FILE ASSIGN TO "ERRLOG"
012900         ORGANIZATION IS LINE SEQUENTIAL
013000         FILE STATUS IS GR-MRG-ERR-STATUS.
013100     SELECT RPT-FILE ASSIGN TO "MRGRPT"
013200         ORGANIZATION IS LINE SEQUENTIAL
013300         FILE STATUS IS GR-MRG-RPT-STATUS.
013400 DATA DIVISION.
013500 FILE SECTION.
013600 FD  RCTL-FILE
013700     RECORDING MODE IS F.
013800 01  GR-RCT-RECORD.
013900     COPY GRRNCTL.
014000 FD  PTN-FILE
014100     RECORDING MODE IS F.
014200 01  GR-PTN-RECORD.
014300     COPY GRPARTN.
014400 FD  PAU1-FILE
014500     RECORDING MODE IS F.
014600 01  GR-MRG-PAU1-RECORD          PIC X(80).
014700 FD  PAU2-FILE
014800     RECORDING MODE IS F.
014900 01  GR-MRG-PAU2-RECORD          PIC X(80).
015000 FD  PAU3-FILE
015100     RECORDING MODE IS F.
015200 01  GR-MRG-PAU3-RECORD          PIC X(80).
015300 FD  PAU4-FILE
015400     RECORDING MODE IS F.
015500 01  GR-MRG-PAU4-RECORD          PIC X(80).
015600 FD  PFD1-FILE
015700     RECORDING MODE IS F.
015800 01  GR-MRG-PFD1-RECORD          PIC X(80).
015900 FD  PFD2-FILE
016000     RECORDING MODE IS F.
016100 01  GR-MRG-PFD2-RECORD          PIC X(80).
016200 FD  PFD3-FILE
016300     RECORDING MODE IS F.
016400 01  GR-MRG-PFD3-RECORD          PIC X(80).
016500 FD  PFD4-FILE
016600     RECORDING MODE IS F.
016700 01  GR-MRG-PFD4-RECORD          PIC X(80).
016800 FD  PER1-FILE
016900     RECORDING MODE IS F.
017000 01  GR-MRG-PER1-RECORD          PIC X(80).
017100 FD  PER2-FILE
017200     RECORDING MODE IS F.
017300 01  GR-MRG-PER2-RECORD          PIC X(80).
017400 FD  PER3-FILE
017500     RECORDING MODE IS F.
017600 01  GR-MRG-PER3-RECORD          PIC X(80).
017700 FD  PER4-FILE
017800     RECORDING MODE IS F.
017900 01  GR-MRG-PER4-RECORD          PIC X(80).
017902 FD  PRQ1-FILE
017904     RECORDING MODE IS F.
017906 01  GR-MRG-PRQ1-RECORD          PIC X(100).
017908 FD  PRQ2-FILE
017910     RECORDING MODE IS F.
017912 01  GR-MRG-PRQ2-RECORD          PIC X(100).
017914 FD  PRQ3-FILE
017916     RECORDING MODE IS F.
017918 01  GR-MRG-PRQ3-RECORD          PIC X(100).
017920 FD  PRQ4-FILE
017922     RECORDING MODE IS F.
017924 01  GR-MRG-PRQ4-RECORD          PIC X(100).
017926 FD  PRH1-FILE
017928     RECORDING MODE IS F.
017930 01  GR-MRG-PRH1-RECORD          PIC X(144).
017932 FD  PRH2-FILE
017934     RECORDING MODE IS F.
017936 01  GR-MRG-PRH2-RECORD          PIC X(144).
017938 FD  PRH3-FILE
017940     RECORDING MODE IS F.
017942 01  GR-MRG-PRH3-RECORD          PIC X(144).
017944 FD  PRH4-FILE
017946     RECORDING MODE IS F.
017948 01  GR-MRG-PRH4-RECORD          PIC X(144).
018000 FD  REQM-FILE.
018100 01  GR-REQM-RECORD.
018200     COPY GRREQM.
018300 FD  RNH-FILE.
018400 01  GR-RNH-RECORD.
018500     COPY GRRUNH.
018600 FD  AUD-FILE
018700     RECORDING MODE IS F.
018800 01  GR-MRG-AUD-RECORD           PIC X(80).
018900 FD  FEED-FILE
019000     RECORDING MODE IS F.
019100 01  GR-MRG-FEED-OUT-RECORD      PIC X(80).
019200 FD  ERR-FILE
019300     RECORDING MODE IS F.
019400 01  GR-MRG-ERR-RECORD           PIC X(80).
019500 FD  RPT-FILE
019600     RECORDING MODE IS F.
019700 01  GR-MRG-PRINT-RECORD         PIC X(133).
019800 WORKING-STORAGE SECTION.
019900 77  GR-MRG-RCTL-STATUS          PIC X(02) VALUE "00".
020000 77  GR-MRG-PTN-STATUS           PIC X(02) VALUE "00".
020100 77  GR-MRG-PAU1-STATUS          PIC X(02) VALUE "00".
020200 77  GR-MRG-PAU2-STATUS          PIC X(02) VALUE "00".
020300 77  GR-MRG-PAU3-STATUS          PIC X(02) VALUE "00".
020400 77  GR-MRG-PAU4-STATUS          PIC X(02) VALUE "00".
020500 77  GR-MRG-PFD1-STATUS          PIC X(02) VALUE "00".
020600 77  GR-MRG-PFD2-STATUS          PIC X(02) VALUE "00".
020700 77  GR-MRG-PFD3-STATUS          PIC X(02) VALUE "00".
020800 77  GR-MRG-PFD4-STATUS          PIC X(02) VALUE "00".
020900 77  GR-MRG-PER1-STATUS          PIC X(02) VALUE "00".
021000 77  GR-MRG-PER2-STATUS          PIC X(02) VALUE "00".
021100 77  GR-MRG-PER3-STATUS          PIC X(02) VALUE "00".
021200 77  GR-MRG-PER4-STATUS          PIC X(02) VALUE "00".
021210 77  GR-MRG-PRQ1-STATUS          PIC X(02) VALUE "00".
021220 77  GR-MRG-PRQ2-STATUS          PIC X(02) VALUE "00".
021230 77  GR-MRG-PRQ3-STATUS          PIC X(02) VALUE "00".
021240 77  GR-MRG-PRQ4-STATUS          PIC X(02) VALUE "00".
021250 77  GR-MRG-PRH1-STATUS          PIC X(02) VALUE "00".
021260 77  GR-MRG-PRH2-STATUS          PIC X(02) VALUE "00".
021270 77  GR-MRG-PRH3-STATUS          PIC X(02) VALUE "00".
021280 77  GR-MRG-PRH4-STATUS          PIC X(02) VALUE "00".
021300 77  GR-MRG-REQM-STATUS          PIC X(02) VALUE "00".
021400 77  GR-MRG-RNH-STATUS           PIC X(02) VALUE "00".
021500 77  GR-MRG-AUD-STATUS           PIC X(02) VALUE "00".
021600 77  GR-MRG-FEED-STATUS          PIC X(02) VALUE "00".
021700 77  GR-MRG-ERR-STATUS           PIC X(02) VALUE "00".
021800 77  GR-MRG-RPT-STATUS           PIC X(02) VALUE "00".
021900 77  GR-MRG-IN-STATUS            PIC X(02) VALUE "00".
022000 77  GR-MRG-RC-REQUESTED         PIC 9(02) VALUE ZERO.
022100 77  GR-MRG-BLOCKED-SW           PIC X(01) VALUE "N".
022200     88  GR-MRG-BLOCKED          VALUE "Y".
022300 77  GR-MRG-MERGED-SW            PIC X(01) VALUE "N".
022400     88  GR-MRG-MERGED           VALUE "Y".
022500 77  GR-MRG-STOP-SW              PIC X(01) VALUE "N".
022600     88  GR-MRG-STOPPED          VALUE "Y".
022700 77  GR-MRG-EOF-SW               PIC X(01) VALUE "N".
022800     88  GR-MRG-EOF              VALUE "Y".
022900 77  GR-MRG-FOUND-SW             PIC X(01) VALUE "N".
023000     88  GR-MRG-FOUND            VALUE "Y".
023100 77  GR-MRG-COPY-SW              PIC X(01) VALUE "N".
023200     88  GR-MRG-COPY-ENDED       VALUE "Y".
023300 77  GR-MRG-HDR-SW               PIC X(01) VALUE "N".
023400     88  GR-MRG-HDR-SEEN         VALUE "Y".
023500 77  GR-MRG-TRL-SW               PIC X(01) VALUE "N".
023600     88  GR-MRG-TRL-SEEN         VALUE "Y".
023700 77  GR-MRG-SEQ-SW               PIC X(01) VALUE "N".
023800     88  GR-MRG-SEQ-ERROR        VALUE "Y".
023810 77  GR-MRG-POST-SW              PIC X(01) VALUE "N".
023820     88  GR-MRG-POST-FAILED      VALUE "Y".
023830 77  GR-MRG-KEEP-SW              PIC X(01) VALUE "N".
023840     88  GR-MRG-KEEP-LOG         VALUE "Y".
023900 77  GR-MRG-PTN-MAX              PIC 9(01) VALUE 4.
024000 77  GR-MRG-PTN                  PIC 9(01) VALUE ZERO.
024100 77  GR-MRG-PTN-SCAN             PIC 9(01) VALUE ZERO.
024200 77  GR-MRG-PICK                 PIC 9(01) VALUE ZERO.
024300 77  GR-MRG-PTN-COUNT            PIC 9(01) VALUE ZERO.
024400 77  GR-MRG-AU-MAX               PIC 9(04) COMP VALUE 3000.
024500 77  GR-MRG-AU-COUNT             PIC 9(04) COMP VALUE ZERO.
024600 77  GR-MRG-AU-SUB               PIC 9(04) COMP VALUE ZERO.
024700 77  GR-MRG-AU-SCAN              PIC 9(04) COMP VALUE ZERO.
024800 77  GR-MRG-DN-MAX               PIC 9(04) COMP VALUE 3000.
024900 77  GR-MRG-DN-COUNT             PIC 9(04) COMP VALUE ZERO.
025000 77  GR-MRG-DN-SCAN              PIC 9(04) COMP VALUE ZERO.
025010 77  GR-MRG-SU-MAX               PIC 9(04) COMP VALUE 3000.
025020 77  GR-MRG-SU-COUNT             PIC 9(04) COMP VALUE ZERO.
025030 77  GR-MRG-SU-SUB               PIC 9(04) COMP VALUE ZERO.
025040 77  GR-MRG-SU-SCAN              PIC 9(04) COMP VALUE ZERO.
025050 77  GR-MRG-ATTEMPTS             PIC 9(04) VALUE ZERO.
025100 77  GR-MRG-ORDER                PIC 9(09) COMP VALUE ZERO.
025200 77  GR-MRG-ROW-TIME             PIC 9(08) VALUE ZERO.
025300 77  GR-MRG-LATEST-START         PIC 9(08) VALUE ZERO.
025400 77  GR-MRG-FEED-READ            PIC 9(09) COMP VALUE ZERO.
025500 77  GR-MRG-TRL-COUNT            PIC 9(09) VALUE ZERO.
025600 77  GR-MRG-TRL-HASH             PIC 9(15) VALUE ZERO.
025700 77  GR-MRG-AUDIT-MERGED         PIC 9(07) COMP VALUE ZERO.
025800 77  GR-MRG-FEED-MERGED          PIC 9(09) COMP VALUE ZERO.
025900 77  GR-MRG-FEED-LEFTOVER        PIC 9(09) COMP VALUE ZERO.
026000 77  GR-MRG-HASH-TOTAL           PIC 9(15) COMP VALUE ZERO.
026100 77  GR-MRG-ERR-APPENDED         PIC 9(07) COMP VALUE ZERO.
026200 77  GR-MRG-REQM-READ            PIC 9(07) COMP VALUE ZERO.
026300 77  GR-MRG-QUEUED               PIC 9(07) COMP VALUE ZERO.
026310 77  GR-MRG-STAMPS-POSTED        PIC 9(07) COMP VALUE ZERO.
026320 77  GR-MRG-HIST-POSTED          PIC 9(07) COMP VALUE ZERO.
026400 77  GR-MRG-EXCEPTIONS           PIC 9(05) COMP VALUE ZERO.
026500 77  GR-MRG-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
026600 77  GR-MRG-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
026700 77  GR-MRG-PAGE-LIMIT           PIC 9(03) COMP VALUE 055.
026800 77  GR-MRG-EDIT-RC              PIC ZZZ9.
026900 77  GR-MRG-EDIT-PTN             PIC 9(01).
027000*
027100*    THE EXCEPTION BEING LISTED BY 7200 - PARTITION (ZERO FOR
027200*    THE MERGE AS A WHOLE), REQUEST AND TEXT. THE GRADE IS IN
027300*    GR-MRG-RC-REQUESTED.
027400*
027500 77  GR-MRG-EX-PTN               PIC 9(01) VALUE ZERO.
027600 77  GR-MRG-EX-RUN-ID            PIC X(08) VALUE SPACES.
027700 77  GR-MRG-EX-SEQ               PIC X(03) VALUE SPACES.
027800 77  GR-MRG-EX-TEXT              PIC X(60) VALUE SPACES.
027900 01  GR-MRG-WORK-KEY.
028000     05  GR-MRG-WK-RUN-ID        PIC X(08).
028100     05  GR-MRG-WK-REQ-SEQ       PIC 9(03).
028200*
028300*    THE RUN-ID EACH PARTITION'S FEED HEADER CARRIES AND THE
028400*    PROGRAM NAME ITS RUN-HISTORY RECORD IS KEYED UNDER.
028500*
028600 01  GR-MRG-PGM-NAME.
028700     05  GR-MRG-PGM-STEM         PIC X(06) VALUE "GREETP".
028800     05  GR-MRG-PGM-PTN          PIC 9(01) VALUE ZERO.
028900     05  FILLER                  PIC X(01) VALUE SPACE.
029000 01  GR-MRG-CURRENT-DATE.
029100     05  GR-MRG-CURR-CCYY        PIC 9(04).
029200     05  GR-MRG-CURR-MM          PIC 9(02).
029300     05  GR-MRG-CURR-DD          PIC 9(02).
029400 01  GR-MRG-CURRENT-DATE-NUM REDEFINES GR-MRG-CURRENT-DATE
029500                                 PIC 9(08).
029600 01  GR-MRG-CURRENT-TIME.
029700     05  GR-MRG-CURR-HH          PIC 9(02).
029800     05  GR-MRG-CURR-MN          PIC 9(02).
029900     05  GR-MRG-CURR-SS          PIC 9(02).
030000     05  GR-MRG-CURR-HS          PIC 9(02).
030100 01  GR-MRG-CURRENT-TIME-NUM REDEFINES GR-MRG-CURRENT-TIME
030200                                 PIC 9(08).
030300 01  GR-MRG-BUS-DATE.
030400     05  GR-MRG-BUS-CCYY         PIC 9(04).
030500     05  GR-MRG-BUS-MM           PIC 9(02).
030600     05  GR-MRG-BUS-DD           PIC 9(02).
030700 01  GR-MRG-BUS-DATE-NUM REDEFINES GR-MRG-BUS-DATE
030800                                 PIC 9(08).
030900 01  GR-MRG-AUDIT-ROW.
031000     COPY GREETLOG.
031100 01  GR-FEED-RECORD.
031200     COPY GRFEED.
031205 01  GR-MRG-STAMP-ROW.
031210     COPY GRRQUPD.
031215*
031220*    A PRUNHSTN RECORD - THE GRRUNH.CPY LAYOUT, AS FAR AS THE
031225*    MERGE LOOKS INTO IT. RUNHIST'S OWN RECORD AREA IS ONLY
031230*    FILLED WHEN THE RECORD IS POSTED.
031235*
031240 01  GR-MRG-HIST-ROW.
031245     05  GR-MRG-HR-BUS-DATE      PIC 9(08).
031250     05  GR-MRG-HR-PROGRAM       PIC X(08).
031255     05  FILLER                  PIC X(34).
031260     05  GR-MRG-HR-RETURN-CODE   PIC 9(04).
031265     05  GR-MRG-HR-ATTEMPTS      PIC 9(03).
031270     05  FILLER                  PIC X(87).
031300*
031400*    ONE ENTRY PER PARTITION NUMBER ON PARTCTL. FIRST AND LAST
031500*    BOUND THE PARTITION'S ROWS IN THE AUDIT TABLE; NEXT IS THE
031600*    MERGE CURSOR. THE FEED BUFFER HOLDS THE PARTITION'S NEXT
031700*    UNMERGED PFEEDN RECORD.
031800*
031900 01  GR-MRG-PARTITION-TABLE.
032000     05  GR-MRG-PT-ENTRY OCCURS 4 TIMES.
032100         10  GR-MRG-PT-DEFINED-SW    PIC X(01).
032200             88  GR-MRG-PT-DEFINED       VALUE "Y".
032300         10  GR-MRG-PT-LOW-ID        PIC X(08).
032400         10  GR-MRG-PT-HIGH-ID       PIC X(08).
032500         10  GR-MRG-PT-FIRST         PIC 9(04) COMP.
032600         10  GR-MRG-PT-LAST          PIC 9(04) COMP.
032700         10  GR-MRG-PT-NEXT          PIC 9(04) COMP.
032800         10  GR-MRG-PT-AUDIT-ROWS    PIC 9(05) COMP.
032900         10  GR-MRG-PT-FIRST-TIME    PIC 9(08).
033000         10  GR-MRG-PT-PREV-TIME     PIC 9(08).
033100         10  GR-MRG-PT-DAY           PIC 9(01).
033200         10  GR-MRG-PT-FEED-ROWS     PIC 9(09) COMP.
033300         10  GR-MRG-PT-FEED-MERGED   PIC 9(09) COMP.
033400         10  GR-MRG-PT-FEED-DONE-SW  PIC X(01).
033500             88  GR-MRG-PT-FEED-DONE     VALUE "Y".
033600         10  GR-MRG-PT-FEED-BUFFER   PIC X(80).
033700         10  GR-MRG-PT-ERR-ROWS      PIC 9(05) COMP.
033800         10  GR-MRG-PT-STEP-RC       PIC 9(04).
033900         10  GR-MRG-PT-HIST-SW       PIC X(01).
034000             88  GR-MRG-PT-HIST-FOUND    VALUE "Y".
034010         10  GR-MRG-PT-HIST-COUNT    PIC 9(03).
034020         10  GR-MRG-PT-HIST-ROW      PIC X(144).
034030         10  GR-MRG-PT-STAMPS        PIC 9(05) COMP.
034100*
034200*    EVERY PAUDITN ROW, PARTITION BY PARTITION IN FILE ORDER.
034300*    THE ORDER FIELD IS THE RUN-ORDER KEY - DAY (0 OR 1) THEN
034400*    THE AUDIT ROW TIME HHMMSSHH.
034500*
034600 01  GR-MRG-AUDIT-TABLE.
034700     05  GR-MRG-AU-ENTRY OCCURS 3000 TIMES.
034800         10  GR-MRG-AU-ORDER         PIC 9(09) COMP.
034900         10  GR-MRG-AU-KEY.
035000             15  GR-MRG-AU-RUN-ID    PIC X(08).
035100             15  GR-MRG-AU-REQ-SEQ   PIC 9(03).
035200         10  GR-MRG-AU-STATUS        PIC X(01).
035300         10  GR-MRG-AU-MATCH-SW      PIC X(01).
035400             88  GR-MRG-AU-MATCHED       VALUE "Y".
035500         10  GR-MRG-AU-ROW           PIC X(80).
035600*
035700*    REQUESTS ALREADY ON AUDITLOG UNDER THE BUSINESS DATE.
035800*
035900 01  GR-MRG-DONE-TABLE.
036000     05  GR-MRG-DN-KEY               PIC X(11)
036100                                     OCCURS 3000 TIMES.
036110*
036120*    THE LATEST PREQUPDN STAMP FOR EACH REQUEST THE PARTITIONS
036130*    TOUCHED - LAID OVER REQMAST IN PASS ONE, POSTED IN PASS TWO.
036140*
036150 01  GR-MRG-STAMP-TABLE.
036160     05  GR-MRG-SU-ENTRY OCCURS 3000 TIMES.
036170         10  GR-MRG-SU-KEY           PIC X(11).
036180         10  GR-MRG-SU-IMAGE         PIC X(80).
036200*
036300 01  GR-MRG-HEADING-LINE.
036400     05  GR-MRG-H1-CTL           PIC X(01) VALUE "1".
036500     05  FILLER                  PIC X(01) VALUE SPACE.
036600     05  FILLER                  PIC X(42) VALUE
036700         "DOOM MAINFRAME GREET - PARTITION MERGE".
036800     05  FILLER                  PIC X(02) VALUE SPACES.
036900     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
037000     05  GR-MRG-H1-DATE          PIC X(10).
037100     05  FILLER                  PIC X(02) VALUE SPACES.
037200     05  FILLER                  PIC X(09) VALUE "RUN TIME ".
037300     05  GR-MRG-H1-TIME          PIC X(08).
037400     05  FILLER                  PIC X(02) VALUE SPACES.
037500     05  FILLER                  PIC X(05) VALUE "PAGE ".
037600     05  GR-MRG-H1-PAGE          PIC ZZZ9.
037700     05  FILLER                  PIC X(38) VALUE SPACES.
037800 01  GR-MRG-BUS-DATE-LINE.
037900     05  GR-MRG-BD-CTL           PIC X(01) VALUE SPACE.
038000     05  FILLER                  PIC X(01) VALUE SPACE.
038100     05  FILLER                  PIC X(14) VALUE
038200         "BUSINESS DATE ".
038300     05  GR-MRG-BD-DATE          PIC X(10).
038400     05  FILLER                  PIC X(107) VALUE SPACES.
038500 01  GR-MRG-BLANK-LINE.
038600     05  GR-MRG-BL-CTL           PIC X(01) VALUE SPACE.
038700     05  FILLER                  PIC X(132) VALUE SPACES.
038800 01  GR-MRG-EXC-HEAD-LINE.
038900     05  GR-MRG-EH-CTL           PIC X(01) VALUE SPACE.
039000     05  FILLER                  PIC X(01) VALUE SPACE.
039100     05  FILLER                  PIC X(05) VALUE "PTN  ".
039200     05  FILLER                  PIC X(10) VALUE "RUN-ID    ".
039300     05  FILLER                  PIC X(05) VALUE "SEQ  ".
039400     05  FILLER                  PIC X(04) VALUE "RC  ".
039500     05  FILLER                  PIC X(107) VALUE "EXCEPTION".
039600 01  GR-MRG-EXCEPTION-LINE.
039700     05  GR-MRG-EL-CTL           PIC X(01) VALUE SPACE.
039800     05  FILLER                  PIC X(01) VALUE SPACE.
039900     05  GR-MRG-EL-PTN           PIC X(03).
040000     05  FILLER                  PIC X(02) VALUE SPACES.
040100     05  GR-MRG-EL-RUN-ID        PIC X(08).
040200     05  FILLER                  PIC X(02) VALUE SPACES.
040300     05  GR-MRG-EL-SEQ           PIC X(03).
040400     05  FILLER                  PIC X(02) VALUE SPACES.
040500     05  GR-MRG-EL-GRADE         PIC Z9.
040600     05  FILLER                  PIC X(02) VALUE SPACES.
040700     05  GR-MRG-EL-TEXT          PIC X(60).
040800     05  FILLER                  PIC X(47) VALUE SPACES.
040900 01  GR-MRG-PTN-HEAD-LINE.
041000     05  GR-MRG-PH-CTL           PIC X(01) VALUE SPACE.
041100     05  FILLER                  PIC X(01) VALUE SPACE.
041200     05  FILLER                  PIC X(05) VALUE "PTN  ".
041300     05  FILLER                  PIC X(10) VALUE "LOW-ID    ".
041400     05  FILLER                  PIC X(10) VALUE "HIGH-ID   ".
041500     05  FILLER                  PIC X(08) VALUE "AUDIT   ".
041600     05  FILLER                  PIC X(09) VALUE "FEED ROWS".
041700     05  FILLER                  PIC X(08) VALUE "  ERRLOG".
041800     05  FILLER                  PIC X(07) VALUE "     RC".
041900     05  FILLER                  PIC X(03) VALUE SPACES.
042000     05  FILLER                  PIC X(71) VALUE "RESULT".
042100 01  GR-MRG-PTN-LINE.
042200     05  GR-MRG-PL-CTL           PIC X(01) VALUE SPACE.
042300     05  FILLER                  PIC X(01) VALUE SPACE.
042400     05  GR-MRG-PL-PTN           PIC 9(01).
042500     05  FILLER                  PIC X(04) VALUE SPACES.
042600     05  GR-MRG-PL-LOW-ID        PIC X(08).
042700     05  FILLER                  PIC X(02) VALUE SPACES.
042800     05  GR-MRG-PL-HIGH-ID       PIC X(08).
042900     05  FILLER                  PIC X(02) VALUE SPACES.
043000     05  GR-MRG-PL-AUDIT         PIC ZZZZ9.
043100     05  FILLER                  PIC X(03) VALUE SPACES.
043200     05  GR-MRG-PL-FEED          PIC Z(08)9.
043300     05  FILLER                  PIC X(03) VALUE SPACES.
043400     05  GR-MRG-PL-ERRS          PIC ZZZZ9.
043500     05  FILLER                  PIC X(03) VALUE SPACES.
043600     05  GR-MRG-PL-RC            PIC X(04).
043700     05  FILLER                  PIC X(03) VALUE SPACES.
043800     05  GR-MRG-PL-RESULT        PIC X(30).
043900     05  FILLER                  PIC X(41) VALUE SPACES.
044000 01  GR-MRG-TOTAL-LINE.
044100     05  GR-MRG-TL-CTL           PIC X(01) VALUE SPACE.
044200     05  FILLER                  PIC X(01) VALUE SPACE.
044300     05  GR-MRG-TL-TEXT          PIC X(45).
044400     05  GR-MRG-TL-COUNT         PIC Z(08)9.
044500     05  FILLER                  PIC X(77) VALUE SPACES.
044600 01  GR-MRG-VERDICT-LINE.
044700     05  GR-MRG-VD-CTL           PIC X(01) VALUE SPACE.
044800     05  FILLER                  PIC X(01) VALUE SPACE.
044900     05  GR-MRG-VD-TEXT          PIC X(70).
045000     05  FILLER                  PIC X(61) VALUE SPACES.
045100*
045200 PROCEDURE DIVISION.
045300 0000-MAINLINE.
045400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
045500     PERFORM 2000-LOAD-PARTITION-AUDIT THRU 2000-EXIT.
045600     PERFORM 3000-CHECK-PARTITION-FEEDS THRU 3000-EXIT.
045700     PERFORM 4000-CHECK-ACTIVE-AUDITLOG THRU 4000-EXIT.
045710     PERFORM 4400-LOAD-STAGED-STAMPS THRU 4400-EXIT.
045800     PERFORM 4500-CHECK-REQUEST-MASTER THRU 4500-EXIT.
045900     PERFORM 4800-CHECK-PARTITION-RUNS THRU 4800-EXIT.
046000     IF NOT GR-MRG-BLOCKED
046100         PERFORM 5000-MERGE-PARTITIONS THRU 5000-EXIT
046200     END-IF.
046300     PERFORM 6000-PRINT-CONTROL-REPORT THRU 6000-EXIT.
046400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
046500 9999-EXIT-PROGRAM.
046600     STOP RUN.
046700*
046800******************************************************************
046900*    1000-INITIALIZE                                            *
047000*    OPENS MRGRPT, TAKES THE BUSINESS DATE FROM RUNCTL AND       *
047100*    LOADS PARTCTL. WITHOUT A REPORT OR A VALID PARTITION TABLE  *
047200*    NOTHING CAN BE PROVED, SO THE STEP STOPS RC 16.             *
047300******************************************************************
047400 1000-INITIALIZE.
047500     ACCEPT GR-MRG-CURRENT-DATE FROM DATE YYYYMMDD.
047600     ACCEPT GR-MRG-CURRENT-TIME FROM TIME.
047700     MOVE GR-MRG-CURRENT-DATE TO GR-MRG-BUS-DATE.
047800     OPEN OUTPUT RPT-FILE.
047900     IF GR-MRG-RPT-STATUS NOT = "00"
048000         DISPLAY "GW1000E - UNABLE TO OPEN MRGRPT, STATUS "
048100             GR-MRG-RPT-STATUS " - NOTHING MERGED"
048200         MOVE 16 TO GR-MRG-RC-REQUESTED
048300         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
048400         GO TO 9999-EXIT-PROGRAM
048500     END-IF.
048600     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
048700     PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT.
048800     STRING GR-MRG-BUS-MM   "/"
048900            GR-MRG-BUS-DD   "/"
049000            GR-MRG-BUS-CCYY
049100         DELIMITED BY SIZE INTO GR-MRG-BD-DATE.
049200     MOVE GR-MRG-BUS-DATE-LINE TO GR-MRG-PRINT-RECORD.
049300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
049400     MOVE GR-MRG-BLANK-LINE TO GR-MRG-PRINT-RECORD.
049500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
049600     MOVE GR-MRG-EXC-HEAD-LINE TO GR-MRG-PRINT-RECORD.
049700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
049800     PERFORM 1050-CLEAR-ONE-PARTITION THRU 1050-EXIT
049900             VARYING GR-MRG-PTN FROM 1 BY 1
050000             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
050100     PERFORM 1200-LOAD-PARTITION-TABLE THRU 1200-EXIT.
050200     IF GR-MRG-BLOCKED
050300         PERFORM 6000-PRINT-CONTROL-REPORT THRU 6000-EXIT
050400         PERFORM 9000-TERMINATE THRU 9000-EXIT
050500         GO TO 9999-EXIT-PROGRAM
050600     END-IF.
050700 1000-EXIT.
050800     EXIT.
050900*
051000 1050-CLEAR-ONE-PARTITION.
051100     MOVE "N" TO GR-MRG-PT-DEFINED-SW(GR-MRG-PTN)
051200                 GR-MRG-PT-FEED-DONE-SW(GR-MRG-PTN)
051300                 GR-MRG-PT-HIST-SW(GR-MRG-PTN).
051400     MOVE SPACES TO GR-MRG-PT-LOW-ID(GR-MRG-PTN)
051500                    GR-MRG-PT-HIGH-ID(GR-MRG-PTN)
051600                    GR-MRG-PT-FEED-BUFFER(GR-MRG-PTN).
051700     MOVE ZERO TO GR-MRG-PT-FIRST(GR-MRG-PTN)
051800                  GR-MRG-PT-LAST(GR-MRG-PTN)
051900                  GR-MRG-PT-NEXT(GR-MRG-PTN)
052000                  GR-MRG-PT-AUDIT-ROWS(GR-MRG-PTN)
052100                  GR-MRG-PT-FIRST-TIME(GR-MRG-PTN)
052200                  GR-MRG-PT-PREV-TIME(GR-MRG-PTN)
052300                  GR-MRG-PT-DAY(GR-MRG-PTN)
052400                  GR-MRG-PT-FEED-ROWS(GR-MRG-PTN)
052500                  GR-MRG-PT-FEED-MERGED(GR-MRG-PTN)
052600                  GR-MRG-PT-ERR-ROWS(GR-MRG-PTN)
052700                  GR-MRG-PT-STEP-RC(GR-MRG-PTN)
052710                  GR-MRG-PT-HIST-COUNT(GR-MRG-PTN)
052720                  GR-MRG-PT-STAMPS(GR-MRG-PTN).
052730     MOVE SPACES TO GR-MRG-PT-HIST-ROW(GR-MRG-PTN).
052800 1050-EXIT.
052900     EXIT.
053000*
053100******************************************************************
053200*    1100-READ-RUN-CONTROL                                      *
053300*    WHEN THE RUNCTL RECORD THE GRRCTLU OPEN STEP MAINTAINS IS   *
053400*    PRESENT, ITS BUSINESS DATE IS THE ONE EVERY PARTITION       *
053500*    BOOKED ITS AUDIT AND FEED ROWS UNDER.                       *
053600******************************************************************
053700 1100-READ-RUN-CONTROL.
053800     OPEN INPUT RCTL-FILE.
053900     IF GR-MRG-RCTL-STATUS NOT = "00"
054000         GO TO 1100-EXIT
054100     END-IF.
054200     READ RCTL-FILE
054300         AT END
054400             GO TO 1100-EXIT
054500     END-READ.
054600     IF GR-RCT-BUS-DATE IS NUMERIC AND GR-RCT-BUS-DATE > ZERO
054700         MOVE GR-RCT-BUS-DATE TO GR-MRG-BUS-DATE-NUM
054800         DISPLAY "GW1100I - MERGING UNDER BUSINESS DATE "
054900             GR-RCT-BUS-DATE
055000     END-IF.
055100 1100-EXIT.
055200     IF GR-MRG-RCTL-STATUS = "00" OR GR-MRG-RCTL-STATUS = "10"
055300         CLOSE RCTL-FILE
055400     END-IF.
055500     EXIT.
055600*
055700******************************************************************
055800*    1200-LOAD-PARTITION-TABLE                                  *
055900*    LOADS PARTCTL - THE SAME FILE EVERY GREETPN JOB READ ITS    *
056000*    OPERATOR RANGE FROM. A NUMBER OUTSIDE 1 TO 4, A NUMBER      *
056100*    GIVEN TWICE, A LOW-ID ABOVE ITS HIGH-ID OR TWO RANGES THAT  *
056200*    OVERLAP MEAN THE PARTITIONS CANNOT BE TRUSTED TO HAVE RUN   *
056300*    EACH REQUEST ONCE, SO THE STEP STOPS RC 16.                 *
056400******************************************************************
056500 1200-LOAD-PARTITION-TABLE.
056600     OPEN INPUT PTN-FILE.
056700     IF GR-MRG-PTN-STATUS NOT = "00"
056800         MOVE "PARTCTL NOT AVAILABLE - NOTHING MERGED"
056900             TO GR-MRG-EX-TEXT
057000         MOVE 16 TO GR-MRG-RC-REQUESTED
057100         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
057200         GO TO 1200-EXIT
057300     END-IF.
057400     PERFORM 1210-READ-PARTITION-ENTRY THRU 1210-EXIT
057500             UNTIL GR-MRG-PTN-STATUS = "10".
057600     IF GR-MRG-PTN-COUNT = ZERO AND NOT GR-MRG-BLOCKED
057700         MOVE "PARTCTL NAMES NO PARTITIONS - NOTHING MERGED"
057800             TO GR-MRG-EX-TEXT
057900         MOVE 16 TO GR-MRG-RC-REQUESTED
058000         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
058100     END-IF.
058200 1200-EXIT.
058300     IF GR-MRG-PTN-STATUS = "00" OR GR-MRG-PTN-STATUS = "10"
058400         CLOSE PTN-FILE
058500     END-IF.
058600     EXIT.
058700*
058800 1210-READ-PARTITION-ENTRY.
058900     READ PTN-FILE
059000         AT END
059100             MOVE "10" TO GR-MRG-PTN-STATUS
059200             GO TO 1210-EXIT
059300     END-READ.
059400     IF GR-MRG-PTN-STATUS NOT = "00"
059500         MOVE "PARTCTL READ ERROR - NOTHING MERGED"
059600             TO GR-MRG-EX-TEXT
059700         MOVE 16 TO GR-MRG-RC-REQUESTED
059800         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
059900         MOVE "10" TO GR-MRG-PTN-STATUS
060000         GO TO 1210-EXIT
060100     END-IF.
060200     IF GR-PTN-RECORD = SPACES
060300         GO TO 1210-EXIT
060400     END-IF.
060500     IF GR-PTN-NUMBER IS NOT NUMERIC
060600             OR GR-PTN-NUMBER = ZERO
060700             OR GR-PTN-NUMBER > GR-MRG-PTN-MAX
060800         MOVE "PARTCTL ENTRY IS NOT PARTITION 1 TO 4"
060900             TO GR-MRG-EX-TEXT
061000         MOVE GR-PTN-LOW-ID TO GR-MRG-EX-RUN-ID
061100         MOVE 16 TO GR-MRG-RC-REQUESTED
061200         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
061300         GO TO 1210-EXIT
061400     END-IF.
061500     MOVE GR-PTN-NUMBER TO GR-MRG-PTN.
061600     MOVE GR-MRG-PTN TO GR-MRG-EX-PTN.
061700     MOVE GR-PTN-LOW-ID TO GR-MRG-EX-RUN-ID.
061800     MOVE 16 TO GR-MRG-RC-REQUESTED.
061900     EVALUATE TRUE
062000         WHEN GR-MRG-PT-DEFINED(GR-MRG-PTN)
062100             MOVE "PARTITION GIVEN TWICE ON PARTCTL"
062200                 TO GR-MRG-EX-TEXT
062300             PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
062400             GO TO 1210-EXIT
062500         WHEN GR-PTN-LOW-ID > GR-PTN-HIGH-ID
062600             MOVE "PARTITION LOW-ID IS ABOVE ITS HIGH-ID"
062700                 TO GR-MRG-EX-TEXT
062800             PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
062900             GO TO 1210-EXIT
063000     END-EVALUATE.
063100     MOVE "N" TO GR-MRG-FOUND-SW.
063200     PERFORM 1220-CHECK-OVERLAP THRU 1220-EXIT
063300             VARYING GR-MRG-PTN-SCAN FROM 1 BY 1
063400             UNTIL GR-MRG-PTN-SCAN > GR-MRG-PTN-MAX.
063500     IF GR-MRG-FOUND
063600         MOVE "PARTITION RANGE OVERLAPS ANOTHER PARTITION"
063700             TO GR-MRG-EX-TEXT
063800         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
063900         GO TO 1210-EXIT
064000     END-IF.
064100     PERFORM 7300-CLEAR-EXCEPTION THRU 7300-EXIT.
064200     MOVE "Y" TO GR-MRG-PT-DEFINED-SW(GR-MRG-PTN).
064300     MOVE GR-PTN-LOW-ID TO GR-MRG-PT-LOW-ID(GR-MRG-PTN).
064400     MOVE GR-PTN-HIGH-ID TO GR-MRG-PT-HIGH-ID(GR-MRG-PTN).
064500     ADD 1 TO GR-MRG-PTN-COUNT.
064600 1210-EXIT.
064700     EXIT.
064800*
064900 1220-CHECK-OVERLAP.
065000     IF GR-MRG-PT-DEFINED(GR-MRG-PTN-SCAN)
065100             AND GR-PTN-LOW-ID
065200                 NOT > GR-MRG-PT-HIGH-ID(GR-MRG-PTN-SCAN)
065300             AND GR-PTN-HIGH-ID
065400                 NOT < GR-MRG-PT-LOW-ID(GR-MRG-PTN-SCAN)
065500         SET GR-MRG-FOUND TO TRUE
065600     END-IF.
065700 1220-EXIT.
065800     EXIT.
065900*
066000******************************************************************
066100*    2000-LOAD-PARTITION-AUDIT                                  *
066200*    LOADS EVERY PARTITION'S PAUDITN ROWS INTO THE AUDIT TABLE,  *
066300*    CHECKING EACH ONE AS IT GOES, THEN LINES THE PARTITIONS UP  *
066400*    ON ONE CLOCK FOR THE RUN-ORDER MERGE.                       *
066500******************************************************************
066600 2000-LOAD-PARTITION-AUDIT.
066700     PERFORM 2010-LOAD-ONE-PARTITION THRU 2010-EXIT
066800             VARYING GR-MRG-PTN FROM 1 BY 1
066900             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
067000     PERFORM 2100-ALIGN-PARTITION-DAYS THRU 2100-EXIT.
067100 2000-EXIT.
067200     EXIT.
067300*
067400 2010-LOAD-ONE-PARTITION.
067500     IF NOT GR-MRG-PT-DEFINED(GR-MRG-PTN)
067600         GO TO 2010-EXIT
067700     END-IF.
067800     COMPUTE GR-MRG-PT-FIRST(GR-MRG-PTN) = GR-MRG-AU-COUNT + 1.
067900     MOVE GR-MRG-AU-COUNT TO GR-MRG-PT-LAST(GR-MRG-PTN).
068000     PERFORM 2900-OPEN-PARTITION-AUDIT THRU 2900-EXIT.
068100     IF GR-MRG-IN-STATUS NOT = "00"
068200         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
068300         MOVE "PAUDIT NOT AVAILABLE - NO AUDIT ROWS TAKEN"
068400             TO GR-MRG-EX-TEXT
068500         MOVE 4 TO GR-MRG-RC-REQUESTED
068600         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
068700         GO TO 2010-EXIT
068800     END-IF.
068900     MOVE "N" TO GR-MRG-EOF-SW.
069000     PERFORM 2020-LOAD-AUDIT-ROW THRU 2020-EXIT
069100             UNTIL GR-MRG-EOF.
069200     PERFORM 2920-CLOSE-PARTITION-AUDIT THRU 2920-EXIT.
069300     MOVE GR-MRG-AU-COUNT TO GR-MRG-PT-LAST(GR-MRG-PTN).
069400 2010-EXIT.
069500     EXIT.
069600*
069700*    A ROW MAY BE REFUSED FOR ITS DATE, ITS RANGE OR AS A SECOND
069800*    COMPLETED RUN OF THE SAME REQUEST - EACH BLOCKS THE MERGE.
069900*
070000 2020-LOAD-AUDIT-ROW.
070100     PERFORM 2910-READ-PARTITION-AUDIT THRU 2910-EXIT.
070200     IF GR-MRG-IN-STATUS = "10"
070300         SET GR-MRG-EOF TO TRUE
070400         GO TO 2020-EXIT
070500     END-IF.
070600     IF GR-MRG-IN-STATUS NOT = "00"
070700         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
070800         MOVE "PAUDIT READ ERROR - PARTITION AUDIT INCOMPLETE"
070900             TO GR-MRG-EX-TEXT
071000         MOVE 12 TO GR-MRG-RC-REQUESTED
071100         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
071200         SET GR-MRG-EOF TO TRUE
071300         GO TO 2020-EXIT
071400     END-IF.
071500     MOVE GL-RUN-ID TO GR-MRG-WK-RUN-ID.
071600     IF GL-REQ-SEQ IS NUMERIC
071700         MOVE GL-REQ-SEQ TO GR-MRG-WK-REQ-SEQ
071800     ELSE
071900         MOVE ZERO TO GR-MRG-WK-REQ-SEQ
072000     END-IF.
072100     MOVE GR-MRG-PTN TO GR-MRG-EX-PTN.
072200     MOVE GR-MRG-WK-RUN-ID TO GR-MRG-EX-RUN-ID.
072300     MOVE GR-MRG-WK-REQ-SEQ TO GR-MRG-EX-SEQ.
072400     MOVE 12 TO GR-MRG-RC-REQUESTED.
072500     IF GL-RUN-DATE IS NOT NUMERIC
072600             OR GL-RUN-DATE NOT = GR-MRG-BUS-DATE-NUM
072700         MOVE "AUDIT ROW NOT DATED THE BUSINESS DATE"
072800             TO GR-MRG-EX-TEXT
072900         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
073000         GO TO 2020-EXIT
073100     END-IF.
073200     IF GL-RUN-ID < GR-MRG-PT-LOW-ID(GR-MRG-PTN)
073300             OR GL-RUN-ID > GR-MRG-PT-HIGH-ID(GR-MRG-PTN)
073400         MOVE "AUDIT ROW OUTSIDE THE PARTITION RANGE"
073500             TO GR-MRG-EX-TEXT
073600         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
073700         GO TO 2020-EXIT
073800     END-IF.
073900     PERFORM 2030-FIND-COMPLETED-ROW THRU 2030-EXIT.
074000     IF GR-MRG-FOUND
074100         MOVE "REQUEST PROCESSED TWICE - ALREADY COMPLETED"
074200             TO GR-MRG-EX-TEXT
074300         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
074400         GO TO 2020-EXIT
074500     END-IF.
074600     IF GR-MRG-AU-COUNT NOT < GR-MRG-AU-MAX
074700         MOVE "MORE AUDIT ROWS THAN THE MERGE TABLE HOLDS"
074800             TO GR-MRG-EX-TEXT
074900         MOVE 16 TO GR-MRG-RC-REQUESTED
075000         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
075100         SET GR-MRG-EOF TO TRUE
075200         GO TO 2020-EXIT
075300     END-IF.
075400     PERFORM 7300-CLEAR-EXCEPTION THRU 7300-EXIT.
075500     IF GL-RUN-TIME IS NUMERIC
075600         MOVE GL-RUN-TIME TO GR-MRG-ROW-TIME
075700     ELSE
075800         MOVE ZERO TO GR-MRG-ROW-TIME
075900     END-IF.
076000     IF GR-MRG-PT-AUDIT-ROWS(GR-MRG-PTN) = ZERO
076100         MOVE GR-MRG-ROW-TIME TO GR-MRG-PT-FIRST-TIME(GR-MRG-PTN)
076200     ELSE
076300         IF GR-MRG-ROW-TIME < GR-MRG-PT-PREV-TIME(GR-MRG-PTN)
076400             MOVE 1 TO GR-MRG-PT-DAY(GR-MRG-PTN)
076500         END-IF
076600     END-IF.
076700     MOVE GR-MRG-ROW-TIME TO GR-MRG-PT-PREV-TIME(GR-MRG-PTN).
076800     ADD 1 TO GR-MRG-AU-COUNT.
076900     ADD 1 TO GR-MRG-PT-AUDIT-ROWS(GR-MRG-PTN).
077000     MOVE GR-MRG-AU-COUNT TO GR-MRG-AU-SUB.
077100     COMPUTE GR-MRG-AU-ORDER(GR-MRG-AU-SUB) =
077200         GR-MRG-PT-DAY(GR-MRG-PTN) * 100000000 + GR-MRG-ROW-TIME.
077300     MOVE GR-MRG-WORK-KEY TO GR-MRG-AU-KEY(GR-MRG-AU-SUB).
077400     MOVE GL-COMPLETION-STATUS TO GR-MRG-AU-STATUS(GR-MRG-AU-SUB).
077500     MOVE "N" TO GR-MRG-AU-MATCH-SW(GR-MRG-AU-SUB).
077600     MOVE GR-MRG-AUDIT-ROW TO GR-MRG-AU-ROW(GR-MRG-AU-SUB).
077700 2020-EXIT.
077800     EXIT.
077900*
078000*    A REQUEST MAY ONLY APPEAR AGAIN IF EVERY EARLIER ROW FOR IT
078100*    FAILED - THE GRRERUN RESET-AND-RERUN CASE.
078200*
078300 2030-FIND-COMPLETED-ROW.
078400     MOVE "N" TO GR-MRG-FOUND-SW.
078500     PERFORM 2040-MATCH-COMPLETED-ROW THRU 2040-EXIT
078600             VARYING GR-MRG-AU-SCAN FROM 1 BY 1
078700             UNTIL GR-MRG-AU-SCAN > GR-MRG-AU-COUNT
078800                 OR GR-MRG-FOUND.
078900 2030-EXIT.
079000     EXIT.
079100*
079200 2040-MATCH-COMPLETED-ROW.
079300     IF GR-MRG-AU-KEY(GR-MRG-AU-SCAN) = GR-MRG-WORK-KEY
079400             AND GR-MRG-AU-STATUS(GR-MRG-AU-SCAN) = "C"
079500         SET GR-MRG-FOUND TO TRUE
079600     END-IF.
079700 2040-EXIT.
079800     EXIT.
079900*
080000******************************************************************
080100*    2100-ALIGN-PARTITION-DAYS                                  *
080200*    THE PARTITIONS ARE RELEASED TOGETHER, SO THEIR FIRST ROWS   *
080300*    SHOULD BE CLOSE ON THE CLOCK. ONE WHOSE FIRST ROW IS MORE   *
080400*    THAN TWELVE HOURS BEHIND THE LATEST START BEGAN AFTER       *
080500*    MIDNIGHT, AND ALL OF ITS ROWS MOVE TO THE NEXT DAY.         *
080600******************************************************************
080700 2100-ALIGN-PARTITION-DAYS.
080800     MOVE ZERO TO GR-MRG-LATEST-START.
080900     PERFORM 2110-FIND-LATEST-START THRU 2110-EXIT
081000             VARYING GR-MRG-PTN FROM 1 BY 1
081100             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
081200     PERFORM 2120-ALIGN-ONE-PARTITION THRU 2120-EXIT
081300             VARYING GR-MRG-PTN FROM 1 BY 1
081400             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
081500 2100-EXIT.
081600     EXIT.
081700*
081800 2110-FIND-LATEST-START.
081900     IF GR-MRG-PT-AUDIT-ROWS(GR-MRG-PTN) > ZERO
082000             AND GR-MRG-PT-FIRST-TIME(GR-MRG-PTN)
082100                 > GR-MRG-LATEST-START
082200         MOVE GR-MRG-PT-FIRST-TIME(GR-MRG-PTN)
082300             TO GR-MRG-LATEST-START
082400     END-IF.
082500 2110-EXIT.
082600     EXIT.
082700*
082800 2120-ALIGN-ONE-PARTITION.
082900     IF GR-MRG-PT-AUDIT-ROWS(GR-MRG-PTN) = ZERO
083000         GO TO 2120-EXIT
083100     END-IF.
083200     IF GR-MRG-PT-FIRST-TIME(GR-MRG-PTN) + 12000000
083300             NOT < GR-MRG-LATEST-START
083400         GO TO 2120-EXIT
083500     END-IF.
083600     PERFORM 2130-MOVE-ROW-TO-NEXT-DAY THRU 2130-EXIT
083700             VARYING GR-MRG-AU-SUB
083800             FROM GR-MRG-PT-FIRST(GR-MRG-PTN) BY 1
083900             UNTIL GR-MRG-AU-SUB > GR-MRG-PT-LAST(GR-MRG-PTN).
084000 2120-EXIT.
084100     EXIT.
084200*
084300 2130-MOVE-ROW-TO-NEXT-DAY.
084400     ADD 100000000 TO GR-MRG-AU-ORDER(GR-MRG-AU-SUB).
084500 2130-EXIT.
084600     EXIT.
084700*
084800******************************************************************
084900*    2900-2920 PARTITION AUDIT I-O                              *
085000*    OPEN, READ AND CLOSE PAUDITN FOR PARTITION GR-MRG-PTN,      *
085100*    LEAVING THE FILE STATUS IN GR-MRG-IN-STATUS AND THE ROW IN  *
085200*    GR-MRG-AUDIT-ROW. 2930 EMPTIES IT AFTER A GOOD MERGE.       *
085300******************************************************************
085400 2900-OPEN-PARTITION-AUDIT.
085500     EVALUATE GR-MRG-PTN
085600         WHEN 1
085700             OPEN INPUT PAU1-FILE
085800             MOVE GR-MRG-PAU1-STATUS TO GR-MRG-IN-STATUS
085900         WHEN 2
086000             OPEN INPUT PAU2-FILE
086100             MOVE GR-MRG-PAU2-STATUS TO GR-MRG-IN-STATUS
086200         WHEN 3
086300             OPEN INPUT PAU3-FILE
086400             MOVE GR-MRG-PAU3-STATUS TO GR-MRG-IN-STATUS
086500         WHEN 4
086600             OPEN INPUT PAU4-FILE
086700             MOVE GR-MRG-PAU4-STATUS TO GR-MRG-IN-STATUS
086800     END-EVALUATE.
086900 2900-EXIT.
087000     EXIT.
087100*
087200 2910-READ-PARTITION-AUDIT.
087300     EVALUATE GR-MRG-PTN
087400         WHEN 1
087500             READ PAU1-FILE INTO GR-MRG-AUDIT-ROW
087600                 AT END
087700                     CONTINUE
087800             END-READ
087900             MOVE GR-MRG-PAU1-STATUS TO GR-MRG-IN-STATUS
088000         WHEN 2
088100             READ PAU2-FILE INTO GR-MRG-AUDIT-ROW
088200                 AT END
088300                     CONTINUE
088400             END-READ
088500             MOVE GR-MRG-PAU2-STATUS TO GR-MRG-IN-STATUS
088600         WHEN 3
088700             READ PAU3-FILE INTO GR-MRG-AUDIT-ROW
088800                 AT END
088900                     CONTINUE
089000             END-READ
089100             MOVE GR-MRG-PAU3-STATUS TO GR-MRG-IN-STATUS
089200         WHEN 4
089300             READ PAU4-FILE INTO GR-MRG-AUDIT-ROW
089400                 AT END
089500                     CONTINUE
089600             END-READ
089700             MOVE GR-MRG-PAU4-STATUS TO GR-MRG-IN-STATUS
089800     END-EVALUATE.
089900 2910-EXIT.
090000     EXIT.
090100*
090200 2920-CLOSE-PARTITION-AUDIT.
090300     EVALUATE GR-MRG-PTN
090400         WHEN 1
090500             CLOSE PAU1-FILE
090600         WHEN 2
090700             CLOSE PAU2-FILE
090800         WHEN 3
090900             CLOSE PAU3-FILE
091000         WHEN 4
091100             CLOSE PAU4-FILE
091200     END-EVALUATE.
091300 2920-EXIT.
091400     EXIT.
091500*
091600 2930-EMPTY-PARTITION-AUDIT.
091700     EVALUATE GR-MRG-PTN
091800         WHEN 1
091900             OPEN OUTPUT PAU1-FILE
092000             MOVE GR-MRG-PAU1-STATUS TO GR-MRG-IN-STATUS
092100         WHEN 2
092200             OPEN OUTPUT PAU2-FILE
092300             MOVE GR-MRG-PAU2-STATUS TO GR-MRG-IN-STATUS
092400         WHEN 3
092500             OPEN OUTPUT PAU3-FILE
092600             MOVE GR-MRG-PAU3-STATUS TO GR-MRG-IN-STATUS
092700         WHEN 4
092800             OPEN OUTPUT PAU4-FILE
092900             MOVE GR-MRG-PAU4-STATUS TO GR-MRG-IN-STATUS
093000     END-EVALUATE.
093100     IF GR-MRG-IN-STATUS = "00"
093200         PERFORM 2920-CLOSE-PARTITION-AUDIT THRU 2920-EXIT
093300     END-IF.
093400 2930-EXIT.
093500     EXIT.
093600*
093700******************************************************************
093800*    3000-CHECK-PARTITION-FEEDS                                 *
093900*    READS EACH PARTITION'S PFEEDN THROUGH ONCE. IT MUST OPEN    *
094000*    WITH A HEADER FOR THE BUSINESS DATE AND THIS PARTITION,     *
094100*    CLOSE WITH A TRAILER WHOSE ROW COUNT AND ITERATION HASH     *
094200*    AGREE WITH THE DETAIL ROWS, AND HAVE NOTHING AFTER IT. A    *
094300*    MISSING FEED MEANS THE PARTITION NEVER RAN.                 *
094400******************************************************************
094500 3000-CHECK-PARTITION-FEEDS.
094600     PERFORM 3010-CHECK-ONE-FEED THRU 3010-EXIT
094700             VARYING GR-MRG-PTN FROM 1 BY 1
094800             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
094900 3000-EXIT.
095000     EXIT.
095100*
095200 3010-CHECK-ONE-FEED.
095300     IF NOT GR-MRG-PT-DEFINED(GR-MRG-PTN)
095400         GO TO 3010-EXIT
095500     END-IF.
095600     MOVE GR-MRG-PTN TO GR-MRG-EX-PTN.
095700     MOVE 12 TO GR-MRG-RC-REQUESTED.
095800     PERFORM 3900-OPEN-PARTITION-FEED THRU 3900-EXIT.
095900     IF GR-MRG-IN-STATUS NOT = "00"
096000         MOVE "PFEED NOT AVAILABLE - PARTITION HAS NOT RUN"
096100             TO GR-MRG-EX-TEXT
096200         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
096300         GO TO 3010-EXIT
096400     END-IF.
096500     MOVE "N" TO GR-MRG-HDR-SW
096600                 GR-MRG-TRL-SW
096700                 GR-MRG-SEQ-SW
096800                 GR-MRG-EOF-SW.
096900     MOVE ZERO TO GR-MRG-FEED-READ
097000                  GR-MRG-TRL-COUNT
097100                  GR-MRG-TRL-HASH
097200                  GR-MRG-HASH-TOTAL.
097300     MOVE GR-MRG-PTN TO GR-MRG-PGM-PTN.
097400     PERFORM 3020-CHECK-FEED-RECORD THRU 3020-EXIT
097500             UNTIL GR-MRG-EOF.
097600     PERFORM 3920-CLOSE-PARTITION-FEED THRU 3920-EXIT.
097700     MOVE GR-MRG-PTN TO GR-MRG-EX-PTN.
097800     MOVE 12 TO GR-MRG-RC-REQUESTED.
097900     EVALUATE TRUE
098000         WHEN NOT GR-MRG-HDR-SEEN OR NOT GR-MRG-TRL-SEEN
098100             MOVE "PFEED HEADER OR TRAILER MISSING"
098200                 TO GR-MRG-EX-TEXT
098300             PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
098400         WHEN GR-MRG-SEQ-ERROR
098500             MOVE "PFEED HEADER OR TRAILER OUT OF PLACE"
098600                 TO GR-MRG-EX-TEXT
098700             PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
098800         WHEN GR-MRG-TRL-COUNT
098900                   NOT = GR-MRG-PT-FEED-ROWS(GR-MRG-PTN)
099000             MOVE "PFEED TRAILER ROW COUNT DIFFERS"
099100                 TO GR-MRG-EX-TEXT
099200             PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
099300         WHEN GR-MRG-TRL-HASH NOT = GR-MRG-HASH-TOTAL
099400             MOVE "PFEED TRAILER HASH TOTAL DIFFERS"
099500                 TO GR-MRG-EX-TEXT
099600             PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
099700     END-EVALUATE.
099800     PERFORM 7300-CLEAR-EXCEPTION THRU 7300-EXIT.
099900     MOVE ZERO TO GR-MRG-HASH-TOTAL.
100000 3010-EXIT.
100100     EXIT.
100200*
100300 3020-CHECK-FEED-RECORD.
100400     PERFORM 3910-READ-PARTITION-FEED THRU 3910-EXIT.
100500     IF GR-MRG-IN-STATUS = "10"
100600         SET GR-MRG-EOF TO TRUE
100700         GO TO 3020-EXIT
100800     END-IF.
100900     IF GR-MRG-IN-STATUS NOT = "00"
101000         MOVE "PFEED READ ERROR - PARTITION FEED INCOMPLETE"
101100             TO GR-MRG-EX-TEXT
101200         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
101300         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
101400         MOVE 12 TO GR-MRG-RC-REQUESTED
101500         SET GR-MRG-EOF TO TRUE
101600         GO TO 3020-EXIT
101700     END-IF.
101800     ADD 1 TO GR-MRG-FEED-READ.
101900     MOVE GR-MRG-PT-FEED-BUFFER(GR-MRG-PTN) TO GR-FEED-RECORD.
102000     IF GR-MRG-TRL-SEEN
102100         SET GR-MRG-SEQ-ERROR TO TRUE
102200     END-IF.
102300     EVALUATE TRUE
102400         WHEN GR-FEED-HEADER
102500             PERFORM 3030-TAKE-FEED-HEADER THRU 3030-EXIT
102600         WHEN GR-FEED-TRAILER
102700             IF NOT GR-MRG-HDR-SEEN OR GR-MRG-TRL-SEEN
102800                 SET GR-MRG-SEQ-ERROR TO TRUE
102900             END-IF
103000             SET GR-MRG-TRL-SEEN TO TRUE
103100             IF GR-FEED-TRL-ROW-COUNT IS NUMERIC
103200                 MOVE GR-FEED-TRL-ROW-COUNT TO GR-MRG-TRL-COUNT
103300             END-IF
103400             IF GR-FEED-TRL-HASH-TOTAL IS NUMERIC
103500                 MOVE GR-FEED-TRL-HASH-TOTAL TO GR-MRG-TRL-HASH
103600             END-IF
103700         WHEN OTHER
103800             IF NOT GR-MRG-HDR-SEEN
103900                 SET GR-MRG-SEQ-ERROR TO TRUE
104000             END-IF
104100             ADD 1 TO GR-MRG-PT-FEED-ROWS(GR-MRG-PTN)
104200             IF GR-FEED-ITER-NO IS NUMERIC
104300                 ADD GR-FEED-ITER-NO TO GR-MRG-HASH-TOTAL
104400             END-IF
104500     END-EVALUATE.
104600 3020-EXIT.
104700     EXIT.
104800*
104900*    ONLY THE FIRST RECORD MAY BE THE HEADER, AND IT MUST NAME
105000*    THE BUSINESS DATE AND THIS PARTITION'S GREETPN RUN-ID.
105100*
105200 3030-TAKE-FEED-HEADER.
105300     IF GR-MRG-FEED-READ > 1 OR GR-MRG-HDR-SEEN
105400         SET GR-MRG-SEQ-ERROR TO TRUE
105500     END-IF.
105600     SET GR-MRG-HDR-SEEN TO TRUE.
105700     IF GR-FEED-HDR-BUS-DATE IS NOT NUMERIC
105800             OR GR-FEED-HDR-BUS-DATE NOT = GR-MRG-BUS-DATE-NUM
105900         MOVE "PFEED HEADER NOT DATED THE BUSINESS DATE"
106000             TO GR-MRG-EX-TEXT
106100         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
106200         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
106300         MOVE 12 TO GR-MRG-RC-REQUESTED
106400     END-IF.
106500     IF GR-FEED-HDR-RUN-ID NOT = GR-MRG-PGM-NAME
106600         MOVE GR-FEED-HDR-RUN-ID TO GR-MRG-EX-RUN-ID
106700         MOVE "PFEED HEADER IS NOT FROM THIS PARTITION"
106800             TO GR-MRG-EX-TEXT
106900         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
107000         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
107100         MOVE 12 TO GR-MRG-RC-REQUESTED
107200     END-IF.
107300 3030-EXIT.
107400     EXIT.
107500*
107600******************************************************************
107700*    3900-3920 PARTITION FEED I-O                               *
107800*    OPEN, READ AND CLOSE PFEEDN FOR PARTITION GR-MRG-PTN. THE   *
107900*    RECORD READ GOES TO THE PARTITION'S FEED BUFFER.            *
108000******************************************************************
108100 3900-OPEN-PARTITION-FEED.
108200     EVALUATE GR-MRG-PTN
108300         WHEN 1
108400             OPEN INPUT PFD1-FILE
108500             MOVE GR-MRG-PFD1-STATUS TO GR-MRG-IN-STATUS
108600         WHEN 2
108700             OPEN INPUT PFD2-FILE
108800             MOVE GR-MRG-PFD2-STATUS TO GR-MRG-IN-STATUS
108900         WHEN 3
109000             OPEN INPUT PFD3-FILE
109100             MOVE GR-MRG-PFD3-STATUS TO GR-MRG-IN-STATUS
109200         WHEN 4
109300             OPEN INPUT PFD4-FILE
109400             MOVE GR-MRG-PFD4-STATUS TO GR-MRG-IN-STATUS
109500     END-EVALUATE.
109600 3900-EXIT.
109700     EXIT.
109800*
109900 3910-READ-PARTITION-FEED.
110000     EVALUATE GR-MRG-PTN
110100         WHEN 1
110200             READ PFD1-FILE
110300                 INTO GR-MRG-PT-FEED-BUFFER(GR-MRG-PTN)
110400                 AT END
110500                     CONTINUE
110600             END-READ
110700             MOVE GR-MRG-PFD1-STATUS TO GR-MRG-IN-STATUS
110800         WHEN 2
110900             READ PFD2-FILE
111000                 INTO GR-MRG-PT-FEED-BUFFER(GR-MRG-PTN)
111100                 AT END
111200                     CONTINUE
111300             END-READ
111400             MOVE GR-MRG-PFD2-STATUS TO GR-MRG-IN-STATUS
111500         WHEN 3
111600             READ PFD3-FILE
111700                 INTO GR-MRG-PT-FEED-BUFFER(GR-MRG-PTN)
111800                 AT END
111900                     CONTINUE
112000             END-READ
112100             MOVE GR-MRG-PFD3-STATUS TO GR-MRG-IN-STATUS
112200         WHEN 4
112300             READ PFD4-FILE
112400                 INTO GR-MRG-PT-FEED-BUFFER(GR-MRG-PTN)
112500                 AT END
112600                     CONTINUE
112700             END-READ
112800             MOVE GR-MRG-PFD4-STATUS TO GR-MRG-IN-STATUS
112900     END-EVALUATE.
113000 3910-EXIT.
113100     EXIT.
113200*
113300 3920-CLOSE-PARTITION-FEED.
113400     EVALUATE GR-MRG-PTN
113500         WHEN 1
113600             CLOSE PFD1-FILE
113700         WHEN 2
113800             CLOSE PFD2-FILE
113900         WHEN 3
114000             CLOSE PFD3-FILE
114100         WHEN 4
114200             CLOSE PFD4-FILE
114300     END-EVALUATE.
114400 3920-EXIT.
114500     EXIT.
114600*
114700******************************************************************
114800*    4000-CHECK-ACTIVE-AUDITLOG                                 *
114900*    READS TODAY'S ROWS ALREADY ON AUDITLOG. ONE THAT IS ALSO ON *
115000*    A PAUDITN MEANS THE PARTITIONS HAVE ALREADY BEEN MERGED, OR *
115100*    THE REQUEST RAN TWICE; EITHER WAY NOTHING IS WRITTEN. THE   *
115200*    OTHERS ARE KEPT SO 4500 KNOWS THOSE REQUESTS WERE AUDITED.  *
115300******************************************************************
115400 4000-CHECK-ACTIVE-AUDITLOG.
115500     OPEN INPUT AUD-FILE.
115600     IF GR-MRG-AUD-STATUS NOT = "00"
115700         GO TO 4000-EXIT
115800     END-IF.
115900     MOVE "N" TO GR-MRG-EOF-SW.
116000     PERFORM 4010-CHECK-AUDITLOG-ROW THRU 4010-EXIT
116100             UNTIL GR-MRG-EOF.
116200     IF GR-MRG-AU-COUNT = ZERO AND GR-MRG-DN-COUNT > ZERO
116300         MOVE "NOTHING TO MERGE - TODAY'S ROWS ARE ON AUDITLOG"
116400             TO GR-MRG-EX-TEXT
116500         MOVE 12 TO GR-MRG-RC-REQUESTED
116600         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
116700     END-IF.
116800 4000-EXIT.
116900     IF GR-MRG-AUD-STATUS = "00" OR GR-MRG-AUD-STATUS = "10"
117000         CLOSE AUD-FILE
117100     END-IF.
117200     EXIT.
117300*
117400 4010-CHECK-AUDITLOG-ROW.
117500     READ AUD-FILE INTO GR-MRG-AUDIT-ROW
117600         AT END
117700             SET GR-MRG-EOF TO TRUE
117800             GO TO 4010-EXIT
117900     END-READ.
118000     IF GR-MRG-AUD-STATUS NOT = "00"
118100         MOVE "AUDITLOG READ ERROR - ALREADY-MERGED CHECK SHORT"
118200             TO GR-MRG-EX-TEXT
118300         MOVE 12 TO GR-MRG-RC-REQUESTED
118400         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
118500         SET GR-MRG-EOF TO TRUE
118600         GO TO 4010-EXIT
118700     END-IF.
118800     IF GL-RUN-DATE IS NOT NUMERIC
118900             OR GL-RUN-DATE NOT = GR-MRG-BUS-DATE-NUM
119000         GO TO 4010-EXIT
119100     END-IF.
119200     MOVE GL-RUN-ID TO GR-MRG-WK-RUN-ID.
119300     IF GL-REQ-SEQ IS NUMERIC
119400         MOVE GL-REQ-SEQ TO GR-MRG-WK-REQ-SEQ
119500     ELSE
119600         MOVE ZERO TO GR-MRG-WK-REQ-SEQ
119700     END-IF.
119800     PERFORM 4020-FIND-PARTITION-ROW THRU 4020-EXIT.
119900     IF GR-MRG-FOUND
120000         MOVE GR-MRG-WK-RUN-ID TO GR-MRG-EX-RUN-ID
120100         MOVE GR-MRG-WK-REQ-SEQ TO GR-MRG-EX-SEQ
120200         MOVE "ALREADY ON AUDITLOG - MERGED BEFORE OR RUN TWICE"
120300             TO GR-MRG-EX-TEXT
120400         MOVE 12 TO GR-MRG-RC-REQUESTED
120500         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
120600         GO TO 4010-EXIT
120700     END-IF.
120800     IF GR-MRG-DN-COUNT NOT < GR-MRG-DN-MAX
120900         MOVE "TOO MANY AUDITLOG ROWS TODAY FOR THE MERGE TABLE"
121000             TO GR-MRG-EX-TEXT
121100         MOVE 16 TO GR-MRG-RC-REQUESTED
121200         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
121300         SET GR-MRG-EOF TO TRUE
121400         GO TO 4010-EXIT
121500     END-IF.
121600     ADD 1 TO GR-MRG-DN-COUNT.
121700     MOVE GR-MRG-WORK-KEY TO GR-MRG-DN-KEY(GR-MRG-DN-COUNT).
121800 4010-EXIT.
121900     EXIT.
122000*
122100*    LOOKS FOR GR-MRG-WORK-KEY IN THE AUDIT TABLE, MARKING EVERY
122200*    ROW FOR THAT REQUEST AS MATCHED ON THE WAY.
122300*
122400 4020-FIND-PARTITION-ROW.
122500     MOVE "N" TO GR-MRG-FOUND-SW.
122600     PERFORM 4030-MATCH-PARTITION-ROW THRU 4030-EXIT
122700             VARYING GR-MRG-AU-SCAN FROM 1 BY 1
122800             UNTIL GR-MRG-AU-SCAN > GR-MRG-AU-COUNT.
122900 4020-EXIT.
123000     EXIT.
123100*
123200 4030-MATCH-PARTITION-ROW.
123300     IF GR-MRG-AU-KEY(GR-MRG-AU-SCAN) = GR-MRG-WORK-KEY
123400         SET GR-MRG-FOUND TO TRUE
123500         MOVE "Y" TO GR-MRG-AU-MATCH-SW(GR-MRG-AU-SCAN)
123600     END-IF.
123700 4030-EXIT.
123800     EXIT.
123900*
123901******************************************************************
123902*    4400-LOAD-STAGED-STAMPS                                    *
123903*    LOADS EACH PARTITION'S PREQUPDN - THE REQMAST STAMPS IT     *
123904*    STAGED INSTEAD OF REWRITING THE SHARED MASTER - KEEPING     *
123905*    THE LAST STAMP FOR EACH REQUEST. A STAMP MUST BE DATED THE  *
123906*    BUSINESS DATE AND BELONG TO ITS PARTITION'S RANGE. A        *
123907*    PARTITION THAT RAN NOTHING MAY HAVE NO PREQUPD AT ALL, BUT  *
123908*    ONE THAT CANNOT BE READ LEAVES ITS OUTCOMES UNKNOWN.        *
123909******************************************************************
123910 4400-LOAD-STAGED-STAMPS.
123911     PERFORM 4410-LOAD-PARTITION-STAMPS THRU 4410-EXIT
123912             VARYING GR-MRG-PTN FROM 1 BY 1
123913             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
123914 4400-EXIT.
123915     EXIT.
123916*
123917 4410-LOAD-PARTITION-STAMPS.
123918     IF NOT GR-MRG-PT-DEFINED(GR-MRG-PTN)
123919         GO TO 4410-EXIT
123920     END-IF.
123921     PERFORM 4900-OPEN-PARTITION-STAMPS THRU 4900-EXIT.
123922     IF GR-MRG-IN-STATUS NOT = "00"
123923             AND GR-MRG-IN-STATUS NOT = "05"
123924         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
123925         MOVE "PREQUPD NOT AVAILABLE - REQUEST OUTCOMES UNKNOWN"
123926             TO GR-MRG-EX-TEXT
123927         MOVE 12 TO GR-MRG-RC-REQUESTED
123928         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
123929         GO TO 4410-EXIT
123930     END-IF.
123931     MOVE "N" TO GR-MRG-EOF-SW.
123932     PERFORM 4420-LOAD-ONE-STAMP THRU 4420-EXIT
123933             UNTIL GR-MRG-EOF.
123934     PERFORM 4920-CLOSE-PARTITION-STAMPS THRU 4920-EXIT.
123935 4410-EXIT.
123936     EXIT.
123937*
123938 4420-LOAD-ONE-STAMP.
123939     PERFORM 4910-READ-PARTITION-STAMPS THRU 4910-EXIT.
123940     IF GR-MRG-IN-STATUS = "10"
123941         SET GR-MRG-EOF TO TRUE
123942         GO TO 4420-EXIT
123943     END-IF.
123944     MOVE GR-MRG-PTN TO GR-MRG-EX-PTN.
123945     MOVE 12 TO GR-MRG-RC-REQUESTED.
123946     IF GR-MRG-IN-STATUS NOT = "00"
123947         MOVE "PREQUPD READ ERROR - REQUEST OUTCOMES INCOMPLETE"
123948             TO GR-MRG-EX-TEXT
123949         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
123950         SET GR-MRG-EOF TO TRUE
123951         GO TO 4420-EXIT
123952     END-IF.
123953     MOVE GR-RQU-IMAGE(1:11) TO GR-MRG-WORK-KEY.
123954     MOVE GR-MRG-WK-RUN-ID TO GR-MRG-EX-RUN-ID.
123955     MOVE GR-RQU-IMAGE(9:3) TO GR-MRG-EX-SEQ.
123956     IF GR-RQU-BUS-DATE IS NOT NUMERIC
123957             OR GR-RQU-BUS-DATE NOT = GR-MRG-BUS-DATE-NUM
123958         MOVE "STAGED STAMP NOT DATED THE BUSINESS DATE"
123959             TO GR-MRG-EX-TEXT
123960         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
123961         GO TO 4420-EXIT
123962     END-IF.
123963     IF GR-MRG-WK-RUN-ID < GR-MRG-PT-LOW-ID(GR-MRG-PTN)
123964             OR GR-MRG-WK-RUN-ID > GR-MRG-PT-HIGH-ID(GR-MRG-PTN)
123965         MOVE "STAGED STAMP OUTSIDE THE PARTITION RANGE"
123966             TO GR-MRG-EX-TEXT
123967         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
123968         GO TO 4420-EXIT
123969     END-IF.
123970     PERFORM 4430-FIND-STAGED-STAMP THRU 4430-EXIT.
123971     IF GR-MRG-SU-SUB = ZERO
123972         IF GR-MRG-SU-COUNT NOT < GR-MRG-SU-MAX
123973             MOVE "MORE STAGED STAMPS THAN THE MERGE TABLE HOLDS"
123974                 TO GR-MRG-EX-TEXT
123975             MOVE 16 TO GR-MRG-RC-REQUESTED
123976             PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
123977             SET GR-MRG-EOF TO TRUE
123978             GO TO 4420-EXIT
123979         END-IF
123980         ADD 1 TO GR-MRG-SU-COUNT
123981         MOVE GR-MRG-SU-COUNT TO GR-MRG-SU-SUB
123982         MOVE GR-MRG-WORK-KEY TO GR-MRG-SU-KEY(GR-MRG-SU-SUB)
123983     END-IF.
123984     PERFORM 7300-CLEAR-EXCEPTION THRU 7300-EXIT.
123985     MOVE GR-RQU-IMAGE TO GR-MRG-SU-IMAGE(GR-MRG-SU-SUB).
123986     ADD 1 TO GR-MRG-PT-STAMPS(GR-MRG-PTN).
123987 4420-EXIT.
123988     EXIT.
123989*
123990*    LEAVES THE STAMP TABLE ENTRY FOR GR-MRG-WORK-KEY IN
123991*    GR-MRG-SU-SUB, ZERO WHEN NO PARTITION STAMPED IT.
123992*
123993 4430-FIND-STAGED-STAMP.
123994     MOVE ZERO TO GR-MRG-SU-SUB.
123995     PERFORM 4440-MATCH-STAGED-STAMP THRU 4440-EXIT
123996             VARYING GR-MRG-SU-SCAN FROM 1 BY 1
123997             UNTIL GR-MRG-SU-SCAN > GR-MRG-SU-COUNT
123998                 OR GR-MRG-SU-SUB > ZERO.
123999 4430-EXIT.
124000     EXIT.
124001*
124002 4440-MATCH-STAGED-STAMP.
124003     IF GR-MRG-SU-KEY(GR-MRG-SU-SCAN) = GR-MRG-WORK-KEY
124004         MOVE GR-MRG-SU-SCAN TO GR-MRG-SU-SUB
124005     END-IF.
124006 4440-EXIT.
124007     EXIT.
124008*
124009******************************************************************
124100*    4500-CHECK-REQUEST-MASTER                                  *
124200*    READS THE WHOLE REQUEST MASTER. A QUEUED REQUEST NO         *
124300*    PARTITION COVERS, OR ONE LEFT IN PROGRESS, WAS MISSED; SO   *
124400*    WAS A REQUEST STAMPED COMPLETED OR FAILED UNDER THE         *
124500*    BUSINESS DATE THAT HAS NO AUDIT ROW. A REQUEST STILL        *
124600*    SUBMITTED WAS HELD OR DEFERRED BY ITS PARTITION AND IS      *
124700*    ONLY COUNTED. AN AUDIT ROW WITH NO OUTCOME ON THE MASTER    *
124800*    IS A WARNING. EACH RECORD IS TAKEN AS THE LATEST STAGED     *
124810*    STAMP LEFT IT, SINCE NONE IS POSTED UNTIL PASS TWO.         *
124900******************************************************************
125000 4500-CHECK-REQUEST-MASTER.
125100     OPEN INPUT REQM-FILE.
125200     IF GR-MRG-REQM-STATUS NOT = "00"
125300         MOVE "REQMAST NOT AVAILABLE - REQUESTS CANNOT BE PROVED"
125400             TO GR-MRG-EX-TEXT
125500         MOVE 16 TO GR-MRG-RC-REQUESTED
125600         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
125700         GO TO 4500-EXIT
125800     END-IF.
125900     MOVE "N" TO GR-MRG-EOF-SW.
126000     MOVE LOW-VALUES TO GR-REQM-KEY.
126100     START REQM-FILE KEY IS NOT < GR-REQM-KEY
126200         INVALID KEY
126300             SET GR-MRG-EOF TO TRUE
126400     END-START.
126500     PERFORM 4510-CHECK-ONE-REQUEST THRU 4510-EXIT
126600             UNTIL GR-MRG-EOF.
126700     CLOSE REQM-FILE.
126800     MOVE "AUDIT ROW HAS NO COMPLETED OR FAILED OUTCOME"
126900         TO GR-MRG-EX-TEXT.
127000     PERFORM 4550-CHECK-UNMATCHED-ROW THRU 4550-EXIT
127100             VARYING GR-MRG-AU-SUB FROM 1 BY 1
127200             UNTIL GR-MRG-AU-SUB > GR-MRG-AU-COUNT.
127300     PERFORM 7300-CLEAR-EXCEPTION THRU 7300-EXIT.
127400 4500-EXIT.
127500     EXIT.
127600*
127700 4510-CHECK-ONE-REQUEST.
127800     READ REQM-FILE NEXT RECORD
127900         AT END
128000             SET GR-MRG-EOF TO TRUE
128100             GO TO 4510-EXIT
128200     END-READ.
128300     IF GR-MRG-REQM-STATUS NOT = "00"
128400         MOVE "REQMAST READ ERROR - REQUESTS CANNOT BE PROVED"
128500             TO GR-MRG-EX-TEXT
128600         MOVE 16 TO GR-MRG-RC-REQUESTED
128700         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
128800         SET GR-MRG-EOF TO TRUE
128900         GO TO 4510-EXIT
129000     END-IF.
129100     ADD 1 TO GR-MRG-REQM-READ.
129200     MOVE GR-REQM-KEY TO GR-MRG-WORK-KEY.
129210     PERFORM 4430-FIND-STAGED-STAMP THRU 4430-EXIT.
129220     IF GR-MRG-SU-SUB > ZERO
129230         MOVE GR-MRG-SU-IMAGE(GR-MRG-SU-SUB) TO GR-REQM-RECORD
129240     END-IF.
129300     MOVE ZERO TO GR-MRG-PICK.
129400     PERFORM 4520-FIND-COVERING-PARTITION THRU 4520-EXIT
129500             VARYING GR-MRG-PTN-SCAN FROM 1 BY 1
129600             UNTIL GR-MRG-PTN-SCAN > GR-MRG-PTN-MAX.
129700     MOVE GR-MRG-PICK TO GR-MRG-EX-PTN.
129800     MOVE GR-REQM-OPERATOR-ID TO GR-MRG-EX-RUN-ID.
129900     MOVE GR-REQM-REQ-SEQ TO GR-MRG-EX-SEQ.
130000     MOVE 12 TO GR-MRG-RC-REQUESTED.
130100     EVALUATE TRUE
130200         WHEN (GR-REQM-SUBMITTED OR GR-REQM-IN-PROGRESS
130300                 OR GR-REQM-AWAITING-APPROVAL)
130400                 AND GR-MRG-PICK = ZERO
130500             MOVE "QUEUED REQUEST IS NOT IN ANY PARTITION"
130600                 TO GR-MRG-EX-TEXT
130700             PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
130800         WHEN GR-REQM-IN-PROGRESS
130900             MOVE "REQUEST LEFT IN PROGRESS - RERUN THE PARTITION"
131000                 TO GR-MRG-EX-TEXT
131100             PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
131200         WHEN GR-REQM-SUBMITTED
131300             ADD 1 TO GR-MRG-QUEUED
131400         WHEN (GR-REQM-COMPLETED OR GR-REQM-FAILED)
131500                 AND GR-REQM-LAST-RUN-DATE = GR-MRG-BUS-DATE-NUM
131600             PERFORM 4020-FIND-PARTITION-ROW THRU 4020-EXIT
131700             IF NOT GR-MRG-FOUND
131800                 PERFORM 4530-FIND-DONE-ROW THRU 4530-EXIT
131900             END-IF
132000             IF NOT GR-MRG-FOUND
132100                 MOVE "REQUEST RAN TODAY BUT HAS NO AUDIT ROW"
132200                     TO GR-MRG-EX-TEXT
132300                 PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
132400             END-IF
132500     END-EVALUATE.
132600     PERFORM 7300-CLEAR-EXCEPTION THRU 7300-EXIT.
132700 4510-EXIT.
132800     EXIT.
132900*
133000 4520-FIND-COVERING-PARTITION.
133100     IF GR-MRG-PT-DEFINED(GR-MRG-PTN-SCAN)
133200             AND GR-REQM-OPERATOR-ID
133300                 NOT < GR-MRG-PT-LOW-ID(GR-MRG-PTN-SCAN)
133400             AND GR-REQM-OPERATOR-ID
133500                 NOT > GR-MRG-PT-HIGH-ID(GR-MRG-PTN-SCAN)
133600         MOVE GR-MRG-PTN-SCAN TO GR-MRG-PICK
133700     END-IF.
133800 4520-EXIT.
133900     EXIT.
134000*
134100 4530-FIND-DONE-ROW.
134200     MOVE "N" TO GR-MRG-FOUND-SW.
134300     PERFORM 4540-MATCH-DONE-ROW THRU 4540-EXIT
134400             VARYING GR-MRG-DN-SCAN FROM 1 BY 1
134500             UNTIL GR-MRG-DN-SCAN > GR-MRG-DN-COUNT
134600                 OR GR-MRG-FOUND.
134700 4530-EXIT.
134800     EXIT.
134900*
135000 4540-MATCH-DONE-ROW.
135100     IF GR-MRG-DN-KEY(GR-MRG-DN-SCAN) = GR-MRG-WORK-KEY
135200         SET GR-MRG-FOUND TO TRUE
135300     END-IF.
135400 4540-EXIT.
135500     EXIT.
135600*
135700 4550-CHECK-UNMATCHED-ROW.
135800     IF GR-MRG-AU-MATCHED(GR-MRG-AU-SUB)
135900         GO TO 4550-EXIT
136000     END-IF.
136100     MOVE GR-MRG-AU-RUN-ID(GR-MRG-AU-SUB) TO GR-MRG-EX-RUN-ID.
136200     MOVE GR-MRG-AU-REQ-SEQ(GR-MRG-AU-SUB) TO GR-MRG-EX-SEQ.
136300     MOVE 4 TO GR-MRG-RC-REQUESTED.
136400     PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT.
136500 4550-EXIT.
136600     EXIT.
136700*
136800******************************************************************
136900*    4800-CHECK-PARTITION-RUNS                                  *
137000*    READS EACH PARTITION'S PRUNHSTN - ONE GREETPN RUN-HISTORY   *
137010*    RECORD PER ATTEMPT UNDER THE BUSINESS DATE - AND TAKES THE  *
137020*    LAST. A PARTITION WHOSE LAST ATTEMPT ENDED RC 12 OR ABOVE   *
137030*    MUST BE RERUN BEFORE ANYTHING IS MERGED; OTHERWISE THE      *
137040*    WORST PARTITION RETURN CODE BECOMES THIS STEP'S, SO THE     *
137050*    ROLL IS HELD EXACTLY AS IT WAS WHEN ONE GREET STEP RAN THE  *
137060*    WHOLE NIGHT. A RECORD FOR ANOTHER NIGHT OR ANOTHER          *
137070*    PARTITION MEANS PRUNHSTN WAS NOT EMPTIED BY THE LAST MERGE. *
137500******************************************************************
137600 4800-CHECK-PARTITION-RUNS.
138500     PERFORM 4810-CHECK-ONE-PARTITION-RUN THRU 4810-EXIT
138600             VARYING GR-MRG-PTN FROM 1 BY 1
138700             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
138900 4800-EXIT.
139000     EXIT.
139100*
139200 4810-CHECK-ONE-PARTITION-RUN.
139300     IF NOT GR-MRG-PT-DEFINED(GR-MRG-PTN)
139400         GO TO 4810-EXIT
139500     END-IF.
139600     MOVE GR-MRG-PTN TO GR-MRG-PGM-PTN.
139610     PERFORM 4950-OPEN-PARTITION-HISTORY THRU 4950-EXIT.
139620     IF GR-MRG-IN-STATUS NOT = "00"
139630             AND GR-MRG-IN-STATUS NOT = "05"
139640         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
139650         MOVE "PRUNHIST NOT AVAILABLE - PARTITION RC NOT CHECKED"
139660             TO GR-MRG-EX-TEXT
139670         MOVE 12 TO GR-MRG-RC-REQUESTED
139680         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
139690         GO TO 4810-EXIT
139700     END-IF.
139710     MOVE "N" TO GR-MRG-EOF-SW.
139720     PERFORM 4820-READ-ONE-RUN THRU 4820-EXIT
139730             UNTIL GR-MRG-EOF.
139740     PERFORM 4970-CLOSE-PARTITION-HISTORY THRU 4970-EXIT.
139750     IF NOT GR-MRG-PT-HIST-FOUND(GR-MRG-PTN)
140100         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
140200         MOVE "NO RUN HISTORY FOR THE PARTITION - RC UNKNOWN"
140300             TO GR-MRG-EX-TEXT
140400         MOVE 4 TO GR-MRG-RC-REQUESTED
140500         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
140600         GO TO 4810-EXIT
140700     END-IF.
140800     MOVE GR-MRG-PT-HIST-ROW(GR-MRG-PTN) TO GR-MRG-HIST-ROW.
141200     MOVE GR-MRG-HR-RETURN-CODE TO GR-MRG-PT-STEP-RC(GR-MRG-PTN).
141300     IF GR-MRG-HR-RETURN-CODE NOT < 12
141400         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
141500         MOVE "PARTITION ENDED RC 12 OR ABOVE - RERUN IT FIRST"
141600             TO GR-MRG-EX-TEXT
141700         MOVE 12 TO GR-MRG-RC-REQUESTED
141800         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
141900         GO TO 4810-EXIT
142000     END-IF.
142100     MOVE GR-MRG-HR-RETURN-CODE TO GR-MRG-RC-REQUESTED.
142200     PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT.
142300 4810-EXIT.
142400     EXIT.
142401*
142402*    A RECORD WITH NO NUMERIC RETURN CODE TELLS NOTHING AND IS
142403*    PASSED OVER; THE ATTEMPT IS STILL COUNTED.
142404*
142405 4820-READ-ONE-RUN.
142406     PERFORM 4960-READ-PARTITION-HISTORY THRU 4960-EXIT.
142407     IF GR-MRG-IN-STATUS = "10"
142408         SET GR-MRG-EOF TO TRUE
142409         GO TO 4820-EXIT
142410     END-IF.
142411     MOVE GR-MRG-PTN TO GR-MRG-EX-PTN.
142412     MOVE 12 TO GR-MRG-RC-REQUESTED.
142413     IF GR-MRG-IN-STATUS NOT = "00"
142414         MOVE "PRUNHIST READ ERROR - PARTITION RC NOT KNOWN"
142415             TO GR-MRG-EX-TEXT
142416         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
142417         SET GR-MRG-EOF TO TRUE
142418         GO TO 4820-EXIT
142419     END-IF.
142420     IF GR-MRG-HR-BUS-DATE IS NOT NUMERIC
142421             OR GR-MRG-HR-BUS-DATE NOT = GR-MRG-BUS-DATE-NUM
142422             OR GR-MRG-HR-PROGRAM NOT = GR-MRG-PGM-NAME
142423         MOVE "PRUNHIST HOLDS ANOTHER NIGHT'S OR PARTITION'S RUN"
142424             TO GR-MRG-EX-TEXT
142425         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
142426         SET GR-MRG-EOF TO TRUE
142427         GO TO 4820-EXIT
142428     END-IF.
142429     PERFORM 7300-CLEAR-EXCEPTION THRU 7300-EXIT.
142430     IF GR-MRG-PT-HIST-COUNT(GR-MRG-PTN) < 999
142431         ADD 1 TO GR-MRG-PT-HIST-COUNT(GR-MRG-PTN)
142432     END-IF.
142433     IF GR-MRG-HR-RETURN-CODE IS NOT NUMERIC
142434         GO TO 4820-EXIT
142435     END-IF.
142436     SET GR-MRG-PT-HIST-FOUND(GR-MRG-PTN) TO TRUE.
142437     MOVE GR-MRG-HIST-ROW TO GR-MRG-PT-HIST-ROW(GR-MRG-PTN).
142438 4820-EXIT.
142439     EXIT.
142440*
142441******************************************************************
142442*    4900-4980 PARTITION STAMP AND RUN-HISTORY I-O              *
142443*    OPEN, READ, CLOSE AND EMPTY PREQUPDN (4900-4930) AND        *
142444*    PRUNHSTN (4950-4980) FOR PARTITION GR-MRG-PTN, LEAVING THE  *
142445*    FILE STATUS IN GR-MRG-IN-STATUS AND THE RECORD IN           *
142446*    GR-MRG-STAMP-ROW OR GR-MRG-HIST-ROW.                        *
142447******************************************************************
142448 4900-OPEN-PARTITION-STAMPS.
142449     EVALUATE GR-MRG-PTN
142450         WHEN 1
142451             OPEN INPUT PRQ1-FILE
142452             MOVE GR-MRG-PRQ1-STATUS TO GR-MRG-IN-STATUS
142453         WHEN 2
142454             OPEN INPUT PRQ2-FILE
142455             MOVE GR-MRG-PRQ2-STATUS TO GR-MRG-IN-STATUS
142456         WHEN 3
142457             OPEN INPUT PRQ3-FILE
142458             MOVE GR-MRG-PRQ3-STATUS TO GR-MRG-IN-STATUS
142459         WHEN 4
142460             OPEN INPUT PRQ4-FILE
142461             MOVE GR-MRG-PRQ4-STATUS TO GR-MRG-IN-STATUS
142462     END-EVALUATE.
142463 4900-EXIT.
142464     EXIT.
142465*
142466 4910-READ-PARTITION-STAMPS.
142467     EVALUATE GR-MRG-PTN
142468         WHEN 1
142469             READ PRQ1-FILE INTO GR-MRG-STAMP-ROW
142470                 AT END
142471                     CONTINUE
142472             END-READ
142473             MOVE GR-MRG-PRQ1-STATUS TO GR-MRG-IN-STATUS
142474         WHEN 2
142475             READ PRQ2-FILE INTO GR-MRG-STAMP-ROW
142476                 AT END
142477                     CONTINUE
142478             END-READ
142479             MOVE GR-MRG-PRQ2-STATUS TO GR-MRG-IN-STATUS
142480         WHEN 3
142481             READ PRQ3-FILE INTO GR-MRG-STAMP-ROW
142482                 AT END
142483                     CONTINUE
142484             END-READ
142485             MOVE GR-MRG-PRQ3-STATUS TO GR-MRG-IN-STATUS
142486         WHEN 4
142487             READ PRQ4-FILE INTO GR-MRG-STAMP-ROW
142488                 AT END
142489                     CONTINUE
142490             END-READ
142491             MOVE GR-MRG-PRQ4-STATUS TO GR-MRG-IN-STATUS
142492     END-EVALUATE.
142493 4910-EXIT.
142494     EXIT.
142495*
142496 4920-CLOSE-PARTITION-STAMPS.
142497     EVALUATE GR-MRG-PTN
142498         WHEN 1
142499             CLOSE PRQ1-FILE
142500         WHEN 2
142501             CLOSE PRQ2-FILE
142502         WHEN 3
142503             CLOSE PRQ3-FILE
142504         WHEN 4
142505             CLOSE PRQ4-FILE
142506     END-EVALUATE.
142507 4920-EXIT.
142508     EXIT.
142509*
142510 4930-EMPTY-PARTITION-STAMPS.
142511     EVALUATE GR-MRG-PTN
142512         WHEN 1
142513             OPEN OUTPUT PRQ1-FILE
142514             MOVE GR-MRG-PRQ1-STATUS TO GR-MRG-IN-STATUS
142515         WHEN 2
142516             OPEN OUTPUT PRQ2-FILE
142517             MOVE GR-MRG-PRQ2-STATUS TO GR-MRG-IN-STATUS
142518         WHEN 3
142519             OPEN OUTPUT PRQ3-FILE
142520             MOVE GR-MRG-PRQ3-STATUS TO GR-MRG-IN-STATUS
142521         WHEN 4
142522             OPEN OUTPUT PRQ4-FILE
142523             MOVE GR-MRG-PRQ4-STATUS TO GR-MRG-IN-STATUS
142524     END-EVALUATE.
142525     IF GR-MRG-IN-STATUS = "00"
142526         PERFORM 4920-CLOSE-PARTITION-STAMPS THRU 4920-EXIT
142527     END-IF.
142528 4930-EXIT.
142529     EXIT.
142530*
142531 4950-OPEN-PARTITION-HISTORY.
142532     EVALUATE GR-MRG-PTN
142533         WHEN 1
142534             OPEN INPUT PRH1-FILE
142535             MOVE GR-MRG-PRH1-STATUS TO GR-MRG-IN-STATUS
142536         WHEN 2
142537             OPEN INPUT PRH2-FILE
142538             MOVE GR-MRG-PRH2-STATUS TO GR-MRG-IN-STATUS
142539         WHEN 3
142540             OPEN INPUT PRH3-FILE
142541             MOVE GR-MRG-PRH3-STATUS TO GR-MRG-IN-STATUS
142542         WHEN 4
142543             OPEN INPUT PRH4-FILE
142544             MOVE GR-MRG-PRH4-STATUS TO GR-MRG-IN-STATUS
142545     END-EVALUATE.
142546 4950-EXIT.
142547     EXIT.
142548*
142549 4960-READ-PARTITION-HISTORY.
142550     EVALUATE GR-MRG-PTN
142551         WHEN 1
142552             READ PRH1-FILE INTO GR-MRG-HIST-ROW
142553                 AT END
142554                     CONTINUE
142555             END-READ
142556             MOVE GR-MRG-PRH1-STATUS TO GR-MRG-IN-STATUS
142557         WHEN 2
142558             READ PRH2-FILE INTO GR-MRG-HIST-ROW
142559                 AT END
142560                     CONTINUE
142561             END-READ
142562             MOVE GR-MRG-PRH2-STATUS TO GR-MRG-IN-STATUS
142563         WHEN 3
142564             READ PRH3-FILE INTO GR-MRG-HIST-ROW
142565                 AT END
142566                     CONTINUE
142567             END-READ
142568             MOVE GR-MRG-PRH3-STATUS TO GR-MRG-IN-STATUS
142569         WHEN 4
142570             READ PRH4-FILE INTO GR-MRG-HIST-ROW
142571                 AT END
142572                     CONTINUE
142573             END-READ
142574             MOVE GR-MRG-PRH4-STATUS TO GR-MRG-IN-STATUS
142575     END-EVALUATE.
142576 4960-EXIT.
142577     EXIT.
142578*
142579 4970-CLOSE-PARTITION-HISTORY.
142580     EVALUATE GR-MRG-PTN
142581         WHEN 1
142582             CLOSE PRH1-FILE
142583         WHEN 2
142584             CLOSE PRH2-FILE
142585         WHEN 3
142586             CLOSE PRH3-FILE
142587         WHEN 4
142588             CLOSE PRH4-FILE
142589     END-EVALUATE.
142590 4970-EXIT.
142591     EXIT.
142592*
142593 4980-EMPTY-PARTITION-HISTORY.
142594     EVALUATE GR-MRG-PTN
142595         WHEN 1
142596             OPEN OUTPUT PRH1-FILE
142597             MOVE GR-MRG-PRH1-STATUS TO GR-MRG-IN-STATUS
142598         WHEN 2
142599             OPEN OUTPUT PRH2-FILE
142600             MOVE GR-MRG-PRH2-STATUS TO GR-MRG-IN-STATUS
142601         WHEN 3
142602             OPEN OUTPUT PRH3-FILE
142603             MOVE GR-MRG-PRH3-STATUS TO GR-MRG-IN-STATUS
142604         WHEN 4
142605             OPEN OUTPUT PRH4-FILE
142606             MOVE GR-MRG-PRH4-STATUS TO GR-MRG-IN-STATUS
142607     END-EVALUATE.
142608     IF GR-MRG-IN-STATUS = "00"
142609         PERFORM 4970-CLOSE-PARTITION-HISTORY THRU 4970-EXIT
142610     END-IF.
142611 4980-EXIT.
142612     EXIT.
142613*
142614******************************************************************
142700*    5000-MERGE-PARTITIONS                                      *
142800*    PASS TWO. WRITES THE FEEDFILE HEADER, THEN TAKES THE        *
142900*    EARLIEST UNMERGED AUDIT ROW ACROSS THE PARTITIONS, APPENDS  *
143000*    IT TO AUDITLOG AND COPIES ITS REQUEST'S FEED ROWS BEHIND    *
143100*    IT, UNTIL EVERY ROW IS MERGED. FEED ROWS NO AUDIT ROW       *
143200*    CLAIMED ARE COPIED AT THE END WITH A WARNING, AND THE       *
143300*    TRAILER CLOSES THE FEED. THE PARTITION ERROR LOGS ARE THEN  *
143400*    APPENDED TO ERRLOG AND THE PARTITION AUDIT AND ERROR LOGS   *
143500*    EMPTIED. A WRITE FAILURE STOPS THE MERGE RC 16.             *
143510*    THE STAGED REQMAST STAMPS ARE POSTED FIRST, SO A POSTING    *
143520*    FAILURE LEAVES AUDITLOG AND FEEDFILE UNTOUCHED; THE STAMPS  *
143530*    ARE WHOLE RECORDS, SO POSTING THEM AGAIN IS HARMLESS. THE   *
143540*    PARTITION RUN HISTORY IS POSTED ONCE THE MERGE IS DONE.     *
143600******************************************************************
143700 5000-MERGE-PARTITIONS.
143710     PERFORM 5050-POST-STAGED-STAMPS THRU 5050-EXIT.
143720     IF GR-MRG-POST-FAILED
143730         GO TO 5000-EXIT
143740     END-IF.
143800     OPEN EXTEND AUD-FILE.
143900     IF GR-MRG-AUD-STATUS = "35"
144000         OPEN OUTPUT AUD-FILE
144100     END-IF.
144200     IF GR-MRG-AUD-STATUS NOT = "00"
144300             AND GR-MRG-AUD-STATUS NOT = "05"
144400         MOVE "UNABLE TO OPEN AUDITLOG - NOTHING MERGED"
144500             TO GR-MRG-EX-TEXT
144600         MOVE 16 TO GR-MRG-RC-REQUESTED
144700         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
144800         GO TO 5000-EXIT
144900     END-IF.
145000     OPEN OUTPUT FEED-FILE.
145100     IF GR-MRG-FEED-STATUS NOT = "00"
145200         MOVE "UNABLE TO OPEN FEEDFILE - NOTHING MERGED"
145300             TO GR-MRG-EX-TEXT
145400         MOVE 16 TO GR-MRG-RC-REQUESTED
145500         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
145600         CLOSE AUD-FILE
145700         GO TO 5000-EXIT
145800     END-IF.
145900     MOVE SPACES TO GR-FEED-RECORD.
146000     SET GR-FEED-HEADER TO TRUE.
146100     MOVE GR-MRG-BUS-DATE-NUM TO GR-FEED-HDR-BUS-DATE.
146200     MOVE "GREETBAT" TO GR-FEED-HDR-RUN-ID.
146300     ACCEPT GR-FEED-HDR-CRT-DATE FROM DATE YYYYMMDD.
146400     ACCEPT GR-MRG-CURRENT-TIME FROM TIME.
146500     MOVE GR-MRG-CURRENT-TIME(1:6) TO GR-FEED-HDR-CRT-TIME.
146600     PERFORM 5800-WRITE-MERGED-FEED THRU 5800-EXIT.
146700     PERFORM 5010-START-PARTITION-FEED THRU 5010-EXIT
146800             VARYING GR-MRG-PTN FROM 1 BY 1
146900             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
147000     PERFORM 5100-MERGE-NEXT-ROW THRU 5100-EXIT
147100             UNTIL GR-MRG-MERGED OR GR-MRG-STOPPED.
147200     PERFORM 5300-COPY-LEFTOVER-FEED THRU 5300-EXIT
147300             VARYING GR-MRG-PTN FROM 1 BY 1
147400             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
147500     MOVE SPACES TO GR-FEED-RECORD.
147600     SET GR-FEED-TRAILER TO TRUE.
147700     MOVE GR-MRG-FEED-MERGED TO GR-FEED-TRL-ROW-COUNT.
147800     MOVE GR-MRG-HASH-TOTAL TO GR-FEED-TRL-HASH-TOTAL.
147900     PERFORM 5800-WRITE-MERGED-FEED THRU 5800-EXIT.
148000     PERFORM 5020-END-PARTITION-FEED THRU 5020-EXIT
148100             VARYING GR-MRG-PTN FROM 1 BY 1
148200             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
148300     CLOSE FEED-FILE.
148400     CLOSE AUD-FILE.
148500     IF GR-MRG-STOPPED
148600         MOVE "N" TO GR-MRG-MERGED-SW
148700         GO TO 5000-EXIT
148800     END-IF.
148900     SET GR-MRG-MERGED TO TRUE.
148910     PERFORM 5450-POST-RUN-HISTORY THRU 5450-EXIT.
149000     PERFORM 5500-APPEND-ERROR-LOGS THRU 5500-EXIT.
149100     PERFORM 5600-EMPTY-PARTITION-AUDIT THRU 5600-EXIT
149200             VARYING GR-MRG-PTN FROM 1 BY 1
149300             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
149400 5000-EXIT.
149500     EXIT.
149600*
149700*    REOPENS A PARTITION FEED AND STEPS PAST ITS HEADER, SO THE
149800*    BUFFER HOLDS ITS FIRST DETAIL ROW OR ITS TRAILER.
149900*
150000 5010-START-PARTITION-FEED.
150100     MOVE GR-MRG-PT-FIRST(GR-MRG-PTN)
150200         TO GR-MRG-PT-NEXT(GR-MRG-PTN).
150300     IF NOT GR-MRG-PT-DEFINED(GR-MRG-PTN)
150400         SET GR-MRG-PT-FEED-DONE(GR-MRG-PTN) TO TRUE
150500         GO TO 5010-EXIT
150600     END-IF.
150700     PERFORM 3900-OPEN-PARTITION-FEED THRU 3900-EXIT.
150800     IF GR-MRG-IN-STATUS NOT = "00"
150900         SET GR-MRG-PT-FEED-DONE(GR-MRG-PTN) TO TRUE
151000         GO TO 5010-EXIT
151100     END-IF.
151200     PERFORM 5900-NEXT-PARTITION-FEED THRU 5900-EXIT.
151300     PERFORM 5900-NEXT-PARTITION-FEED THRU 5900-EXIT.
151400 5010-EXIT.
151500     EXIT.
151600*
151700 5020-END-PARTITION-FEED.
151800     IF GR-MRG-PT-DEFINED(GR-MRG-PTN)
151900         PERFORM 3920-CLOSE-PARTITION-FEED THRU 3920-EXIT
152000     END-IF.
152100 5020-EXIT.
152200     EXIT.
152300*
152301 5050-POST-STAGED-STAMPS.
152302     IF GR-MRG-SU-COUNT = ZERO
152303         GO TO 5050-EXIT
152304     END-IF.
152305     OPEN I-O REQM-FILE.
152306     IF GR-MRG-REQM-STATUS NOT = "00"
152307         MOVE "UNABLE TO OPEN REQMAST I-O - NOTHING MERGED"
152308             TO GR-MRG-EX-TEXT
152309         MOVE 16 TO GR-MRG-RC-REQUESTED
152310         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
152311         SET GR-MRG-POST-FAILED TO TRUE
152312         GO TO 5050-EXIT
152313     END-IF.
152314     PERFORM 5060-POST-ONE-STAMP THRU 5060-EXIT
152315             VARYING GR-MRG-SU-SUB FROM 1 BY 1
152316             UNTIL GR-MRG-SU-SUB > GR-MRG-SU-COUNT
152317                 OR GR-MRG-POST-FAILED.
152318     CLOSE REQM-FILE.
152319 5050-EXIT.
152320     EXIT.
152321*
152322*    A REQUEST DELETED SINCE ITS PARTITION RAN HAS NOTHING LEFT
152323*    TO STAMP AND IS ONLY WARNED OF.
152324*
152325 5060-POST-ONE-STAMP.
152326     MOVE GR-MRG-SU-KEY(GR-MRG-SU-SUB) TO GR-MRG-WORK-KEY
152327                                          GR-REQM-KEY.
152328     MOVE GR-MRG-WK-RUN-ID TO GR-MRG-EX-RUN-ID.
152329     MOVE GR-MRG-WK-REQ-SEQ TO GR-MRG-EX-SEQ.
152330     READ REQM-FILE
152331         INVALID KEY
152332             CONTINUE
152333     END-READ.
152334     IF GR-MRG-REQM-STATUS = "23"
152335         MOVE "STAGED STAMP FOR A REQUEST NO LONGER ON REQMAST"
152336             TO GR-MRG-EX-TEXT
152337         MOVE 4 TO GR-MRG-RC-REQUESTED
152338         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
152339         GO TO 5060-EXIT
152340     END-IF.
152341     IF GR-MRG-REQM-STATUS = "00"
152342         MOVE GR-MRG-SU-IMAGE(GR-MRG-SU-SUB) TO GR-REQM-RECORD
152343         REWRITE GR-REQM-RECORD
152344             INVALID KEY
152345                 CONTINUE
152346         END-REWRITE
152347     END-IF.
152348     IF GR-MRG-REQM-STATUS NOT = "00"
152349         MOVE "REQMAST POSTING FAILED - STATUS " TO GR-MRG-EX-TEXT
152350         MOVE GR-MRG-REQM-STATUS TO GR-MRG-EX-TEXT(33:2)
152351         MOVE 16 TO GR-MRG-RC-REQUESTED
152352         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
152353         SET GR-MRG-POST-FAILED TO TRUE
152354         GO TO 5060-EXIT
152355     END-IF.
152356     PERFORM 7300-CLEAR-EXCEPTION THRU 7300-EXIT.
152357     ADD 1 TO GR-MRG-STAMPS-POSTED.
152358 5060-EXIT.
152359     EXIT.
152360*
152400*    PICKS THE PARTITION WHOSE NEXT ROW RAN EARLIEST - A TIE
152500*    STAYS WITH THE LOWER PARTITION.
152600*
152700 5100-MERGE-NEXT-ROW.
152800     MOVE ZERO TO GR-MRG-PICK.
152900     PERFORM 5110-PICK-PARTITION THRU 5110-EXIT
153000             VARYING GR-MRG-PTN FROM 1 BY 1
153100             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
153200     IF GR-MRG-PICK = ZERO
153300         SET GR-MRG-MERGED TO TRUE
153400         GO TO 5100-EXIT
153500     END-IF.
153600     MOVE GR-MRG-PICK TO GR-MRG-PTN.
153700     MOVE GR-MRG-PT-NEXT(GR-MRG-PTN) TO GR-MRG-AU-SUB.
153800     WRITE GR-MRG-AUD-RECORD FROM GR-MRG-AU-ROW(GR-MRG-AU-SUB).
153900     IF GR-MRG-AUD-STATUS NOT = "00"
154000         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
154100         MOVE GR-MRG-AU-RUN-ID(GR-MRG-AU-SUB) TO GR-MRG-EX-RUN-ID
154200         MOVE GR-MRG-AU-REQ-SEQ(GR-MRG-AU-SUB) TO GR-MRG-EX-SEQ
154300         MOVE "AUDITLOG WRITE FAILED - MERGE STOPPED PART-WAY"
154400             TO GR-MRG-EX-TEXT
154500         MOVE 16 TO GR-MRG-RC-REQUESTED
154600         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
154700         SET GR-MRG-STOPPED TO TRUE
154800         GO TO 5100-EXIT
154900     END-IF.
155000     ADD 1 TO GR-MRG-AUDIT-MERGED.
155100     MOVE GR-MRG-AU-KEY(GR-MRG-AU-SUB) TO GR-MRG-WORK-KEY.
155200     MOVE "N" TO GR-MRG-COPY-SW.
155300     PERFORM 5200-COPY-REQUEST-FEED THRU 5200-EXIT
155400             UNTIL GR-MRG-COPY-ENDED OR GR-MRG-STOPPED.
155500     ADD 1 TO GR-MRG-PT-NEXT(GR-MRG-PTN).
155600 5100-EXIT.
155700     EXIT.
155800*
155900 5110-PICK-PARTITION.
156000     IF GR-MRG-PT-NEXT(GR-MRG-PTN) > GR-MRG-PT-LAST(GR-MRG-PTN)
156100             OR NOT GR-MRG-PT-DEFINED(GR-MRG-PTN)
156200         GO TO 5110-EXIT
156300     END-IF.
156400     IF GR-MRG-PICK = ZERO
156500         MOVE GR-MRG-PTN TO GR-MRG-PICK
156600         GO TO 5110-EXIT
156700     END-IF.
156800     IF GR-MRG-AU-ORDER(GR-MRG-PT-NEXT(GR-MRG-PTN))
156900             < GR-MRG-AU-ORDER(GR-MRG-PT-NEXT(GR-MRG-PICK))
157000         MOVE GR-MRG-PTN TO GR-MRG-PICK
157100     END-IF.
157200 5110-EXIT.
157300     EXIT.
157400*
157500*    COPIES THE PARTITION'S NEXT FEED ROW WHEN IT BELONGS TO THE
157600*    REQUEST JUST MERGED; THE FIRST ROW THAT DOES NOT ENDS IT.
157700*
157800 5200-COPY-REQUEST-FEED.
157900     IF GR-MRG-PT-FEED-DONE(GR-MRG-PTN)
158000         SET GR-MRG-COPY-ENDED TO TRUE
158100         GO TO 5200-EXIT
158200     END-IF.
158300     MOVE GR-MRG-PT-FEED-BUFFER(GR-MRG-PTN) TO GR-FEED-RECORD.
158400     IF GR-FEED-RUN-ID NOT = GR-MRG-WK-RUN-ID
158500             OR GR-FEED-REQ-SEQ NOT = GR-MRG-WK-REQ-SEQ
158600         SET GR-MRG-COPY-ENDED TO TRUE
158700         GO TO 5200-EXIT
158800     END-IF.
158900     PERFORM 5700-WRITE-FEED-DETAIL THRU 5700-EXIT.
159000     PERFORM 5900-NEXT-PARTITION-FEED THRU 5900-EXIT.
159100 5200-EXIT.
159200     EXIT.
159300*
159400 5300-COPY-LEFTOVER-FEED.
159500     MOVE ZERO TO GR-MRG-FEED-READ.
159600     PERFORM 5310-COPY-ONE-LEFTOVER THRU 5310-EXIT
159700             UNTIL GR-MRG-PT-FEED-DONE(GR-MRG-PTN)
159800                 OR GR-MRG-STOPPED.
159900     IF GR-MRG-FEED-READ > ZERO
160000         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
160100         MOVE "FEED ROWS WITH NO AUDIT ROW - COPIED AT THE END"
160200             TO GR-MRG-EX-TEXT
160300         MOVE 4 TO GR-MRG-RC-REQUESTED
160400         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
160500     END-IF.
160600 5300-EXIT.
160700     EXIT.
160800*
160900 5310-COPY-ONE-LEFTOVER.
161000     MOVE GR-MRG-PT-FEED-BUFFER(GR-MRG-PTN) TO GR-FEED-RECORD.
161100     PERFORM 5700-WRITE-FEED-DETAIL THRU 5700-EXIT.
161200     ADD 1 TO GR-MRG-FEED-READ.
161300     ADD 1 TO GR-MRG-FEED-LEFTOVER.
161400     PERFORM 5900-NEXT-PARTITION-FEED THRU 5900-EXIT.
161500 5310-EXIT.
161600     EXIT.
161700*
161701******************************************************************
161702*    5450-POST-RUN-HISTORY                                      *
161703*    WRITES EACH PARTITION'S LAST PRUNHSTN RECORD TO RUNHIST     *
161704*    UNDER ITS GREETPN NAME, COUNTING EVERY STAGED ATTEMPT ON    *
161705*    TOP OF ANY ATTEMPTS RUNHIST ALREADY HOLDS FOR THE NIGHT.    *
161706*    RUN HISTORY ONLY MEASURES THE NIGHT, SO TROUBLE HERE IS A   *
161707*    WARNING AND DOES NOT HOLD THE MERGE.                        *
161708******************************************************************
161709 5450-POST-RUN-HISTORY.
161710     OPEN I-O RNH-FILE.
161711     IF GR-MRG-RNH-STATUS = "35"
161712         OPEN OUTPUT RNH-FILE
161713         CLOSE RNH-FILE
161714         OPEN I-O RNH-FILE
161715     END-IF.
161716     IF GR-MRG-RNH-STATUS NOT = "00"
161717             AND GR-MRG-RNH-STATUS NOT = "05"
161718         MOVE "UNABLE TO OPEN RUNHIST - PARTITION RUNS NOT POSTED"
161719             TO GR-MRG-EX-TEXT
161720         MOVE 4 TO GR-MRG-RC-REQUESTED
161721         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
161722         GO TO 5450-EXIT
161723     END-IF.
161724     PERFORM 5460-POST-ONE-RUN THRU 5460-EXIT
161725             VARYING GR-MRG-PTN FROM 1 BY 1
161726             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
161727     CLOSE RNH-FILE.
161728 5450-EXIT.
161729     EXIT.
161730*
161731 5460-POST-ONE-RUN.
161732     IF NOT GR-MRG-PT-DEFINED(GR-MRG-PTN)
161733             OR NOT GR-MRG-PT-HIST-FOUND(GR-MRG-PTN)
161734         GO TO 5460-EXIT
161735     END-IF.
161736     MOVE GR-MRG-PT-HIST-ROW(GR-MRG-PTN) TO GR-MRG-HIST-ROW.
161737     MOVE GR-MRG-HR-BUS-DATE TO GR-RNH-BUS-DATE.
161738     MOVE GR-MRG-HR-PROGRAM TO GR-RNH-PROGRAM.
161739     MOVE ZERO TO GR-MRG-ATTEMPTS.
161740     SET GR-MRG-FOUND TO TRUE.
161741     READ RNH-FILE
161742         INVALID KEY
161743             MOVE "N" TO GR-MRG-FOUND-SW
161744     END-READ.
161745     IF GR-MRG-FOUND AND GR-RNH-ATTEMPTS IS NUMERIC
161746         MOVE GR-RNH-ATTEMPTS TO GR-MRG-ATTEMPTS
161747     END-IF.
161748     ADD GR-MRG-PT-HIST-COUNT(GR-MRG-PTN) TO GR-MRG-ATTEMPTS.
161749     IF GR-MRG-ATTEMPTS > 999
161750         MOVE 999 TO GR-MRG-ATTEMPTS
161751     END-IF.
161752     MOVE GR-MRG-ATTEMPTS TO GR-MRG-HR-ATTEMPTS.
161753     MOVE GR-MRG-HIST-ROW TO GR-RNH-RECORD.
161754     IF GR-MRG-FOUND
161755         REWRITE GR-RNH-RECORD
161756             INVALID KEY
161757                 CONTINUE
161758         END-REWRITE
161759     ELSE
161760         WRITE GR-RNH-RECORD
161761             INVALID KEY
161762                 CONTINUE
161763         END-WRITE
161764     END-IF.
161765     IF GR-MRG-RNH-STATUS NOT = "00"
161766         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
161767         MOVE "RUNHIST NOT UPDATED FOR THE PARTITION - STATUS "
161768             TO GR-MRG-EX-TEXT
161769         MOVE GR-MRG-RNH-STATUS TO GR-MRG-EX-TEXT(48:2)
161770         MOVE 4 TO GR-MRG-RC-REQUESTED
161771         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
161772         GO TO 5460-EXIT
161773     END-IF.
161774     ADD 1 TO GR-MRG-HIST-POSTED.
161775 5460-EXIT.
161776     EXIT.
161777*
161800******************************************************************
161900*    5500-APPEND-ERROR-LOGS                                     *
162000*    COPIES EACH PERRLOGN TO THE END OF ERRLOG, WHERE GRRERUN    *
162100*    LOOKS FOR THE REASON A REQUEST FAILED, AND EMPTIES IT.      *
162200*    ERRLOG TROUBLE IS A WARNING ONLY - THE PARTITION LOGS ARE   *
162300*    THEN LEFT AS THEY ARE FOR THE OPERATOR TO COPY BY HAND, AS  *
162310*    IS A PERRLOGN THAT CANNOT BE READ TO ITS END.               *
162400******************************************************************
162500 5500-APPEND-ERROR-LOGS.
162600     OPEN EXTEND ERR-FILE.
162700     IF GR-MRG-ERR-STATUS = "35"
162800         OPEN OUTPUT ERR-FILE
162900     END-IF.
163000     IF GR-MRG-ERR-STATUS NOT = "00"
163100             AND GR-MRG-ERR-STATUS NOT = "05"
163200         MOVE "UNABLE TO OPEN ERRLOG - PERRLOG ROWS NOT COPIED"
163300             TO GR-MRG-EX-TEXT
163400         MOVE 4 TO GR-MRG-RC-REQUESTED
163500         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
163600         GO TO 5500-EXIT
163700     END-IF.
163800     PERFORM 5510-APPEND-ONE-ERROR-LOG THRU 5510-EXIT
163900             VARYING GR-MRG-PTN FROM 1 BY 1
164000             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
164100     CLOSE ERR-FILE.
164200 5500-EXIT.
164300     EXIT.
164400*
164500 5510-APPEND-ONE-ERROR-LOG.
164600     IF NOT GR-MRG-PT-DEFINED(GR-MRG-PTN)
164700         GO TO 5510-EXIT
164800     END-IF.
164810     MOVE "N" TO GR-MRG-KEEP-SW.
164900     PERFORM 5910-OPEN-PARTITION-ERRLOG THRU 5910-EXIT.
165000     IF GR-MRG-IN-STATUS NOT = "00"
165100         GO TO 5510-EXIT
165200     END-IF.
165300     MOVE "N" TO GR-MRG-EOF-SW.
165400     PERFORM 5520-APPEND-ONE-ERROR-ROW THRU 5520-EXIT
165500             UNTIL GR-MRG-EOF.
165600     PERFORM 5930-CLOSE-PARTITION-ERRLOG THRU 5930-EXIT.
165610     IF GR-MRG-KEEP-LOG
165620         GO TO 5510-EXIT
165630     END-IF.
165700     IF GR-MRG-ERR-STATUS = "00" OR GR-MRG-ERR-STATUS = "05"
165800         PERFORM 5940-EMPTY-PARTITION-ERRLOG THRU 5940-EXIT
165900     END-IF.
166000 5510-EXIT.
166100     EXIT.
166200*
166300 5520-APPEND-ONE-ERROR-ROW.
166400     PERFORM 5920-READ-PARTITION-ERRLOG THRU 5920-EXIT.
166500     IF GR-MRG-IN-STATUS = "10"
166600         SET GR-MRG-EOF TO TRUE
166700         GO TO 5520-EXIT
166800     END-IF.
166805     IF GR-MRG-IN-STATUS NOT = "00"
166810         DISPLAY "GW5520E - PARTITION " GR-MRG-PTN
166815             " PERRLOG READ STATUS " GR-MRG-IN-STATUS
166820         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
166825         MOVE "PERRLOG READ ERROR - LEFT TO COPY BY HAND"
166830             TO GR-MRG-EX-TEXT
166835         MOVE 8 TO GR-MRG-RC-REQUESTED
166840         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
166845         SET GR-MRG-KEEP-LOG TO TRUE
166850         SET GR-MRG-EOF TO TRUE
166855         GO TO 5520-EXIT
166860     END-IF.
166900     WRITE GR-MRG-ERR-RECORD.
167000     IF GR-MRG-ERR-STATUS NOT = "00"
167100         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
167200         MOVE "ERRLOG WRITE FAILED - PERRLOG LEFT TO COPY BY HAND"
167300             TO GR-MRG-EX-TEXT
167400         MOVE 4 TO GR-MRG-RC-REQUESTED
167500         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
167600         SET GR-MRG-EOF TO TRUE
167700         GO TO 5520-EXIT
167800     END-IF.
167900     ADD 1 TO GR-MRG-ERR-APPENDED.
168000     ADD 1 TO GR-MRG-PT-ERR-ROWS(GR-MRG-PTN).
168100 5520-EXIT.
168200     EXIT.
168300*
168400 5600-EMPTY-PARTITION-AUDIT.
168500     IF NOT GR-MRG-PT-DEFINED(GR-MRG-PTN)
168600         GO TO 5600-EXIT
168700     END-IF.
168800     PERFORM 2930-EMPTY-PARTITION-AUDIT THRU 2930-EXIT.
168900     IF GR-MRG-IN-STATUS NOT = "00"
169000         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
169100         MOVE "PAUDIT NOT EMPTIED - EMPTY IT BEFORE ANY RERUN"
169200             TO GR-MRG-EX-TEXT
169300         MOVE 4 TO GR-MRG-RC-REQUESTED
169400         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
169500     END-IF.
169505     PERFORM 4930-EMPTY-PARTITION-STAMPS THRU 4930-EXIT.
169510     IF GR-MRG-IN-STATUS NOT = "00"
169515         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
169520         MOVE "PREQUPD NOT EMPTIED - EMPTY IT BEFORE ANY RERUN"
169525             TO GR-MRG-EX-TEXT
169530         MOVE 4 TO GR-MRG-RC-REQUESTED
169535         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
169540     END-IF.
169545     PERFORM 4980-EMPTY-PARTITION-HISTORY THRU 4980-EXIT.
169550     IF GR-MRG-IN-STATUS NOT = "00"
169555         MOVE GR-MRG-PTN TO GR-MRG-EX-PTN
169560         MOVE "PRUNHIST NOT EMPTIED - EMPTY IT BEFORE ANY RERUN"
169565             TO GR-MRG-EX-TEXT
169570         MOVE 4 TO GR-MRG-RC-REQUESTED
169575         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
169580     END-IF.
169600 5600-EXIT.
169700     EXIT.
169800*
169900 5700-WRITE-FEED-DETAIL.
170000     PERFORM 5800-WRITE-MERGED-FEED THRU 5800-EXIT.
170100     ADD 1 TO GR-MRG-FEED-MERGED.
170200     ADD 1 TO GR-MRG-PT-FEED-MERGED(GR-MRG-PTN).
170300     IF GR-FEED-ITER-NO IS NUMERIC
170400         ADD GR-FEED-ITER-NO TO GR-MRG-HASH-TOTAL
170500     END-IF.
170600 5700-EXIT.
170700     EXIT.
170800*
170900 5800-WRITE-MERGED-FEED.
171000     WRITE GR-MRG-FEED-OUT-RECORD FROM GR-FEED-RECORD.
171100     IF GR-MRG-FEED-STATUS NOT = "00"
171200         MOVE "FEEDFILE WRITE FAILED - MERGE STOPPED PART-WAY"
171300             TO GR-MRG-EX-TEXT
171400         MOVE 16 TO GR-MRG-RC-REQUESTED
171500         PERFORM 7200-LIST-EXCEPTION THRU 7200-EXIT
171600         SET GR-MRG-STOPPED TO TRUE
171700     END-IF.
171800 5800-EXIT.
171900     EXIT.
172000*
172100******************************************************************
172200*    5900-5940 PARTITION FEED AND ERROR LOG I-O                 *
172300*    NEXT-PARTITION-FEED STEPS THE FEED BUFFER ON ONE RECORD AND *
172400*    MARKS THE FEED DONE AT ITS TRAILER. THE ERRLOG PARAGRAPHS   *
172500*    OPEN, READ, CLOSE AND EMPTY PERRLOGN FOR GR-MRG-PTN.        *
172600******************************************************************
172700 5900-NEXT-PARTITION-FEED.
172800     IF GR-MRG-PT-FEED-DONE(GR-MRG-PTN)
172900         GO TO 5900-EXIT
173000     END-IF.
173100     PERFORM 3910-READ-PARTITION-FEED THRU 3910-EXIT.
173200     IF GR-MRG-IN-STATUS NOT = "00"
173300         SET GR-MRG-PT-FEED-DONE(GR-MRG-PTN) TO TRUE
173400         GO TO 5900-EXIT
173500     END-IF.
173600     MOVE GR-MRG-PT-FEED-BUFFER(GR-MRG-PTN) TO GR-FEED-RECORD.
173700     IF GR-FEED-TRAILER
173800         SET GR-MRG-PT-FEED-DONE(GR-MRG-PTN) TO TRUE
173900     END-IF.
174000 5900-EXIT.
174100     EXIT.
174200*
174300 5910-OPEN-PARTITION-ERRLOG.
174400     EVALUATE GR-MRG-PTN
174500         WHEN 1
174600             OPEN INPUT PER1-FILE
174700             MOVE GR-MRG-PER1-STATUS TO GR-MRG-IN-STATUS
174800         WHEN 2
174900             OPEN INPUT PER2-FILE
175000             MOVE GR-MRG-PER2-STATUS TO GR-MRG-IN-STATUS
175100         WHEN 3
175200             OPEN INPUT PER3-FILE
175300             MOVE GR-MRG-PER3-STATUS TO GR-MRG-IN-STATUS
175400         WHEN 4
175500             OPEN INPUT PER4-FILE
175600             MOVE GR-MRG-PER4-STATUS TO GR-MRG-IN-STATUS
175700     END-EVALUATE.
175800 5910-EXIT.
175900     EXIT.
176000*
176100 5920-READ-PARTITION-ERRLOG.
176200     EVALUATE GR-MRG-PTN
176300         WHEN 1
176400             READ PER1-FILE INTO GR-MRG-ERR-RECORD
176500                 AT END
176600                     CONTINUE
176700             END-READ
176800             MOVE GR-MRG-PER1-STATUS TO GR-MRG-IN-STATUS
176900         WHEN 2
177000             READ PER2-FILE INTO GR-MRG-ERR-RECORD
177100                 AT END
177200                     CONTINUE
177300             END-READ
177400             MOVE GR-MRG-PER2-STATUS TO GR-MRG-IN-STATUS
177500         WHEN 3
177600             READ PER3-FILE INTO GR-MRG-ERR-RECORD
177700                 AT END
177800                     CONTINUE
177900             END-READ
178000             MOVE GR-MRG-PER3-STATUS TO GR-MRG-IN-STATUS
178100         WHEN 4
178200             READ PER4-FILE INTO GR-MRG-ERR-RECORD
178300                 AT END
178400                     CONTINUE
178500             END-READ
178600             MOVE GR-MRG-PER4-STATUS TO GR-MRG-IN-STATUS
178700     END-EVALUATE.
178800 5920-EXIT.
178900     EXIT.
179000*
179100 5930-CLOSE-PARTITION-ERRLOG.
179200     EVALUATE GR-MRG-PTN
179300         WHEN 1
179400             CLOSE PER1-FILE
179500         WHEN 2
179600             CLOSE PER2-FILE
179700         WHEN 3
179800             CLOSE PER3-FILE
179900         WHEN 4
180000             CLOSE PER4-FILE
180100     END-EVALUATE.
180200 5930-EXIT.
180300     EXIT.
180400*
180500 5940-EMPTY-PARTITION-ERRLOG.
180600     EVALUATE GR-MRG-PTN
180700         WHEN 1
180800             OPEN OUTPUT PER1-FILE
180900             MOVE GR-MRG-PER1-STATUS TO GR-MRG-IN-STATUS
181000         WHEN 2
181100             OPEN OUTPUT PER2-FILE
181200             MOVE GR-MRG-PER2-STATUS TO GR-MRG-IN-STATUS
181300         WHEN 3
181400             OPEN OUTPUT PER3-FILE
181500             MOVE GR-MRG-PER3-STATUS TO GR-MRG-IN-STATUS
181600         WHEN 4
181700             OPEN OUTPUT PER4-FILE
181800             MOVE GR-MRG-PER4-STATUS TO GR-MRG-IN-STATUS
181900     END-EVALUATE.
182000     IF GR-MRG-IN-STATUS = "00"
182100         PERFORM 5930-CLOSE-PARTITION-ERRLOG THRU 5930-EXIT
182200     END-IF.
182300 5940-EXIT.
182400     EXIT.
182500*
182600******************************************************************
182700*    6000-PRINT-CONTROL-REPORT                                  *
182800*    ONE LINE PER PARTITION, THE MERGE TOTALS AND THE VERDICT    *
182900*    THE SCHEDULER'S RETURN CODE STANDS FOR.                     *
183000******************************************************************
183100 6000-PRINT-CONTROL-REPORT.
183200     IF GR-MRG-EXCEPTIONS = ZERO
183300         MOVE "  (NO EXCEPTIONS)" TO GR-MRG-VD-TEXT
183400         MOVE GR-MRG-VERDICT-LINE TO GR-MRG-PRINT-RECORD
183500         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
183600     END-IF.
183700     MOVE GR-MRG-BLANK-LINE TO GR-MRG-PRINT-RECORD.
183800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
183900     MOVE GR-MRG-PTN-HEAD-LINE TO GR-MRG-PRINT-RECORD.
184000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
184100     PERFORM 6010-PRINT-ONE-PARTITION THRU 6010-EXIT
184200             VARYING GR-MRG-PTN FROM 1 BY 1
184300             UNTIL GR-MRG-PTN > GR-MRG-PTN-MAX.
184400     MOVE GR-MRG-BLANK-LINE TO GR-MRG-PRINT-RECORD.
184500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
184600     MOVE "AUDIT ROWS APPENDED TO AUDITLOG" TO GR-MRG-TL-TEXT.
184700     MOVE GR-MRG-AUDIT-MERGED TO GR-MRG-TL-COUNT.
184800     PERFORM 6020-PRINT-TOTAL THRU 6020-EXIT.
184900     MOVE "FEED ROWS WRITTEN TO FEEDFILE" TO GR-MRG-TL-TEXT.
185000     MOVE GR-MRG-FEED-MERGED TO GR-MRG-TL-COUNT.
185100     PERFORM 6020-PRINT-TOTAL THRU 6020-EXIT.
185200     MOVE "  OF WHICH WITH NO AUDIT ROW" TO GR-MRG-TL-TEXT.
185300     MOVE GR-MRG-FEED-LEFTOVER TO GR-MRG-TL-COUNT.
185400     PERFORM 6020-PRINT-TOTAL THRU 6020-EXIT.
185500     MOVE "ERROR LOG ROWS APPENDED TO ERRLOG" TO GR-MRG-TL-TEXT.
185600     MOVE GR-MRG-ERR-APPENDED TO GR-MRG-TL-COUNT.
185700     PERFORM 6020-PRINT-TOTAL THRU 6020-EXIT.
185800     MOVE "REQMAST RECORDS READ" TO GR-MRG-TL-TEXT.
185900     MOVE GR-MRG-REQM-READ TO GR-MRG-TL-COUNT.
186000     PERFORM 6020-PRINT-TOTAL THRU 6020-EXIT.
186100     MOVE "REQUESTS STILL SUBMITTED (HELD OR DEFERRED)"
186200         TO GR-MRG-TL-TEXT.
186300     MOVE GR-MRG-QUEUED TO GR-MRG-TL-COUNT.
186400     PERFORM 6020-PRINT-TOTAL THRU 6020-EXIT.
186410     MOVE "REQMAST STAMPS POSTED" TO GR-MRG-TL-TEXT.
186420     MOVE GR-MRG-STAMPS-POSTED TO GR-MRG-TL-COUNT.
186430     PERFORM 6020-PRINT-TOTAL THRU 6020-EXIT.
186440     MOVE "RUNHIST RECORDS POSTED" TO GR-MRG-TL-TEXT.
186450     MOVE GR-MRG-HIST-POSTED TO GR-MRG-TL-COUNT.
186460     PERFORM 6020-PRINT-TOTAL THRU 6020-EXIT.
186500     MOVE "EXCEPTIONS" TO GR-MRG-TL-TEXT.
186600     MOVE GR-MRG-EXCEPTIONS TO GR-MRG-TL-COUNT.
186700     PERFORM 6020-PRINT-TOTAL THRU 6020-EXIT.
186800     MOVE GR-MRG-BLANK-LINE TO GR-MRG-PRINT-RECORD.
186900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
187000     EVALUATE TRUE
187100         WHEN GR-MRG-MERGED
187200             MOVE "MERGE COMPLETE - FEEDFILE AND AUDITLOG READY"
187300                 TO GR-MRG-VD-TEXT
187400         WHEN GR-MRG-STOPPED
187500             MOVE "MERGE STOPPED - RESTORE AUDITLOG BEFORE RERUN"
187600                 TO GR-MRG-VD-TEXT
187610         WHEN GR-MRG-POST-FAILED
187620             MOVE "REQMAST POSTING FAILED - FIX REQMAST AND RERUN"
187630                 TO GR-MRG-VD-TEXT
187700         WHEN OTHER
187800             MOVE "NOTHING MERGED - RERUN THE PARTITIONS LISTED"
187900                 TO GR-MRG-VD-TEXT
188000     END-EVALUATE.
188100     MOVE GR-MRG-VERDICT-LINE TO GR-MRG-PRINT-RECORD.
188200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
188300 6000-EXIT.
188400     EXIT.
188500*
188600 6010-PRINT-ONE-PARTITION.
188700     IF NOT GR-MRG-PT-DEFINED(GR-MRG-PTN)
188800         GO TO 6010-EXIT
188900     END-IF.
189000     MOVE GR-MRG-PTN TO GR-MRG-PL-PTN.
189100     MOVE GR-MRG-PT-LOW-ID(GR-MRG-PTN) TO GR-MRG-PL-LOW-ID.
189200     MOVE GR-MRG-PT-HIGH-ID(GR-MRG-PTN) TO GR-MRG-PL-HIGH-ID.
189300     MOVE GR-MRG-PT-AUDIT-ROWS(GR-MRG-PTN) TO GR-MRG-PL-AUDIT.
189400     MOVE GR-MRG-PT-FEED-ROWS(GR-MRG-PTN) TO GR-MRG-PL-FEED.
189500     MOVE GR-MRG-PT-ERR-ROWS(GR-MRG-PTN) TO GR-MRG-PL-ERRS.
189600     IF GR-MRG-PT-HIST-FOUND(GR-MRG-PTN)
189700         MOVE GR-MRG-PT-STEP-RC(GR-MRG-PTN) TO GR-MRG-EDIT-RC
189800         MOVE GR-MRG-EDIT-RC TO GR-MRG-PL-RC
189900     ELSE
190000         MOVE " N/A" TO GR-MRG-PL-RC
190100     END-IF.
190200     IF GR-MRG-MERGED
190300         MOVE "MERGED" TO GR-MRG-PL-RESULT
190400     ELSE
190500         MOVE "CHECKED - NOT MERGED" TO GR-MRG-PL-RESULT
190600     END-IF.
190700     MOVE GR-MRG-PTN-LINE TO GR-MRG-PRINT-RECORD.
190800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
190900 6010-EXIT.
191000     EXIT.
191100*
191200 6020-PRINT-TOTAL.
191300     MOVE GR-MRG-TOTAL-LINE TO GR-MRG-PRINT-RECORD.
191400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
191500 6020-EXIT.
191600     EXIT.
191700*
191800******************************************************************
191900*    7100-RAISE-RETURN-CODE                                     *
192000*    THE CALLER PUTS THE GRADE IT WANTS IN GR-MRG-RC-REQUESTED;  *
192100*    A LOWER GRADE NEVER OVERWRITES A HIGHER ONE ALREADY SET.    *
192200******************************************************************
192300 7100-RAISE-RETURN-CODE.
192400     IF GR-MRG-RC-REQUESTED > RETURN-CODE
192500         MOVE GR-MRG-RC-REQUESTED TO RETURN-CODE
192600     END-IF.
192700 7100-EXIT.
192800     EXIT.
192900*
193000******************************************************************
193100*    7200-LIST-EXCEPTION                                        *
193200*    PRINTS THE EXCEPTION IN GR-MRG-EX- AT THE GRADE IN          *
193300*    GR-MRG-RC-REQUESTED AND RAISES THE RETURN CODE. RC 12 OR    *
193400*    ABOVE BLOCKS THE MERGE. THE PARTITION AND REQUEST FIELDS    *
193500*    ARE CLEARED AFTERWARDS; THE TEXT IS LEFT FOR THE CALLER.    *
193600******************************************************************
193700 7200-LIST-EXCEPTION.
193800     IF GR-MRG-EX-PTN = ZERO
193900         MOVE SPACES TO GR-MRG-EL-PTN
194000     ELSE
194100         MOVE GR-MRG-EX-PTN TO GR-MRG-EDIT-PTN
194200         MOVE SPACES TO GR-MRG-EL-PTN
194300         MOVE GR-MRG-EDIT-PTN TO GR-MRG-EL-PTN(2:1)
194400     END-IF.
194500     MOVE GR-MRG-EX-RUN-ID TO GR-MRG-EL-RUN-ID.
194600     MOVE GR-MRG-EX-SEQ TO GR-MRG-EL-SEQ.
194700     MOVE GR-MRG-RC-REQUESTED TO GR-MRG-EL-GRADE.
194800     MOVE GR-MRG-EX-TEXT TO GR-MRG-EL-TEXT.
194900     MOVE GR-MRG-EXCEPTION-LINE TO GR-MRG-PRINT-RECORD.
195000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
195100     ADD 1 TO GR-MRG-EXCEPTIONS.
195200     IF GR-MRG-RC-REQUESTED NOT < 12
195300         SET GR-MRG-BLOCKED TO TRUE
195400         DISPLAY "GW7200E - PARTITION " GR-MRG-EX-PTN " "
195500             GR-MRG-EX-RUN-ID " " GR-MRG-EX-SEQ " - "
195600             GR-MRG-EX-TEXT
195700     END-IF.
195800     PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT.
195900     MOVE ZERO TO GR-MRG-EX-PTN.
196000     MOVE SPACES TO GR-MRG-EX-RUN-ID
196100                    GR-MRG-EX-SEQ.
196200 7200-EXIT.
196300     EXIT.
196400*
196500 7300-CLEAR-EXCEPTION.
196600     MOVE ZERO TO GR-MRG-EX-PTN.
196700     MOVE SPACES TO GR-MRG-EX-RUN-ID
196800                    GR-MRG-EX-SEQ
196900                    GR-MRG-EX-TEXT.
197000 7300-EXIT.
197100     EXIT.
197200*
197300 8000-WRITE-REPORT-LINE.
197400     IF GR-MRG-LINE-COUNT NOT < GR-MRG-PAGE-LIMIT
197500         PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT
197600     END-IF.
197700     WRITE GR-MRG-PRINT-RECORD.
197800     ADD 1 TO GR-MRG-LINE-COUNT.
197900 8000-EXIT.
198000     EXIT.
198100*
198200 8100-WRITE-PAGE-HEADING.
198300     ADD 1 TO GR-MRG-PAGE-NO.
198400     MOVE GR-MRG-PAGE-NO TO GR-MRG-H1-PAGE.
198500     STRING GR-MRG-CURR-MM   "/"
198600            GR-MRG-CURR-DD   "/"
198700            GR-MRG-CURR-CCYY
198800         DELIMITED BY SIZE INTO GR-MRG-H1-DATE.
198900     STRING GR-MRG-CURR-HH   ":"
199000            GR-MRG-CURR-MN   ":"
199100            GR-MRG-CURR-SS
199200         DELIMITED BY SIZE INTO GR-MRG-H1-TIME.
199300     WRITE GR-MRG-PRINT-RECORD FROM GR-MRG-HEADING-LINE.
199400     MOVE 1 TO GR-MRG-LINE-COUNT.
199500 8100-EXIT.
199600     EXIT.
199700*
199800 9000-TERMINATE.
199900     CLOSE RPT-FILE.
200000     DISPLAY "GW9000I - PARTITION MERGE ENDED, "
200100         GR-MRG-AUDIT-MERGED " AUDIT ROW(S), "
200200         GR-MRG-FEED-MERGED " FEED ROW(S), "
200300         GR-MRG-EXCEPTIONS " EXCEPTION(S), RETURN CODE "
200400         RETURN-CODE.
200500 9000-EXIT.
200600     EXIT.
