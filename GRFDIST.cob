003080*                     STILL MATCHES THE TEAMS' ACKNOWLEDGMENTS.  *
003082*                     WITHOUT RUNCTL THE WALL-CLOCK DATE IS      *
003084*                     USED AS BEFORE.                            *
003086*    2026-10-05  AJM  EACH RUN NOW WRITES A RUN-HISTORY RECORD  *
003088*                     (GRRUNH.CPY) TO THE RUNHIST KEYED FILE AT  *
003090*                     STEP END - START AND END, RETURN CODE,     *
003092*                     SUBSCRIBERS PROCESSED, FEED ROWS READ AND  *
003094*                     ROWS DISTRIBUTED TO EACH SUBOUT - FOR THE  *
003096*                     GRCAPRPT CAPACITY TREND REPORT.            *
003098*    2026-10-08  AJM  FEEDFILE IS NOW CHECKED BEFORE ANYTHING IS *
003100*                     DISTRIBUTED: ITS HEADER (SEE GRFEED.CPY)   *
003102*                     MUST COME FIRST AND CARRY TODAY'S BUSINESS *
003104*                     DATE, AND ITS TRAILER MUST COME LAST WITH  *
003106*                     THE DETAIL ROW COUNT AND ITERATION HASH    *
003108*                     TOTAL ACTUALLY READ. ANY DISAGREEMENT      *
003110*                     STOPS THE STEP RC 12 WITH NO EXTRACT       *
003112*                     WRITTEN. EACH SUBSCRIBER EXTRACT NOW OPENS *
003114*                     WITH ITS OWN HEADER (BUSINESS DATE,        *
003116*                     SUBSCRIBER, CREATION DATE AND TIME) AND    *
003118*                     CLOSES WITH A TRAILER (RECORDS WRITTEN AND *
003120*                     THEIR HASH TOTAL - ITERATION NUMBERS, OR   *
003122*                     ITERATION COUNTS FOR REQUEST-LEVEL         *
003124*                     SUBSCRIBERS), IN THE SUBSCRIBER'S FIXED OR *
003126*                     DELIMITED FORMAT. DISTLOG COUNTS DETAIL    *
003128*                     RECORDS ONLY.                              *
003130*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005340     SELECT OPTIONAL RCTL-FILE ASSIGN TO "RUNCTL"
005350         ORGANIZATION IS LINE SEQUENTIAL
005360         FILE STATUS IS GR-FDS-RCTL-STATUS.
005365     SELECT OPTIONAL RNH-FILE ASSIGN TO "RUNHIST"
005370         ORGANIZATION IS INDEXED
005375         ACCESS MODE IS DYNAMIC
005380         RECORD KEY IS GR-RNH-KEY
005385         FILE STATUS IS GR-FDS-RNH-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SUB-FILE
007260     RECORDING MODE IS F.
007270 01  GR-RCT-RECORD.
007280     COPY GRRNCTL.
007285 FD  RNH-FILE.
007290 01  GR-RNH-RECORD.
007295     COPY GRRUNH.
007300 WORKING-STORAGE SECTION.
007400 77  GR-FDS-SUB-STATUS           PIC X(02) VALUE "00".
007500 77  GR-FDS-FEED-STATUS          PIC X(02) VALUE "00".
008500 77  GR-FDS-SUB                  PIC 9(04) COMP VALUE ZERO.
008600 77  GR-FDS-HIT                  PIC 9(04) COMP VALUE ZERO.
008700 77  GR-FDS-WORK-ID              PIC X(08) VALUE SPACES.
008702 77  GR-FDS-CTL-ROW-SW           PIC X(01) VALUE "N".
008704     88  GR-FDS-CTL-ROW          VALUE "Y".
008706 77  GR-FDS-OUT-HASH             PIC 9(15) COMP VALUE ZERO.
008708 77  GR-FDS-ROWS-DISPLAY         PIC 9(09) VALUE ZERO.
008710 77  GR-FDS-HASH-DISPLAY         PIC 9(15) VALUE ZERO.
008712 77  GR-FDS-DETAIL-READ          PIC 9(09) COMP VALUE ZERO.
008714 77  GR-FDS-HASH-TOTAL           PIC 9(15) COMP VALUE ZERO.
008716 77  GR-FDS-FEED-BUS-DATE        PIC 9(08) VALUE ZERO.
008718 77  GR-FDS-TRL-COUNT            PIC 9(09) VALUE ZERO.
008720 77  GR-FDS-TRL-HASH             PIC 9(15) VALUE ZERO.
008722 77  GR-FDS-HDR-SW               PIC X(01) VALUE "N".
008724     88  GR-FDS-HDR-SEEN         VALUE "Y".
008726 77  GR-FDS-TRL-SW               PIC X(01) VALUE "N".
008728     88  GR-FDS-TRL-SEEN         VALUE "Y".
008730 77  GR-FDS-SEQ-SW               PIC X(01) VALUE "N".
008732     88  GR-FDS-SEQ-ERROR        VALUE "Y".
008734 77  GR-FDS-CTL-SW               PIC X(01) VALUE "N".
008736     88  GR-FDS-CTL-ERROR        VALUE "Y".
008738 77  GR-FDS-RNH-STATUS           PIC X(02) VALUE "00".
008740 77  GR-FDS-HIST-FOUND-SW        PIC X(01) VALUE "N".
008742     88  GR-FDS-HIST-FOUND       VALUE "Y".
008744 77  GR-FDS-PASS-READ            PIC 9(09) COMP VALUE ZERO.
008746 77  GR-FDS-FEED-ROWS            PIC 9(09) COMP VALUE ZERO.
008748 77  GR-FDS-START-DATE           PIC 9(08) VALUE ZERO.
008750 77  GR-FDS-END-DATE             PIC 9(08) VALUE ZERO.
008752 77  GR-FDS-ELAPSED              PIC S9(09) COMP VALUE ZERO.
008800 01  GR-FDS-OUT-RECORD           PIC X(80) VALUE SPACES.
008805*    FIXED-FORMAT EXTRACT HEADER AND TRAILER - THE SAME
008810*    POSITIONS AS THE GRFEED.CPY HEADER AND TRAILER VIEWS, WITH
008815*    THE SUBSCRIBER-ID WHERE THE FEED HEADER CARRIES ITS RUN-ID.
008820 01  GR-FDS-CONTROL-FIXED.
008825     05  GR-FDS-CF-TYPE          PIC X(08).
008830     05  GR-FDS-CF-HEADER.
008835         10  GR-FDS-CF-BUS-DATE  PIC 9(08).
008840         10  GR-FDS-CF-SUB-ID    PIC X(08).
008845         10  GR-FDS-CF-CRT-DATE  PIC 9(08).
008850         10  GR-FDS-CF-CRT-TIME  PIC 9(06).
008855         10  FILLER              PIC X(42).
008860     05  GR-FDS-CF-TRAILER REDEFINES GR-FDS-CF-HEADER.
008865         10  GR-FDS-CF-ROW-COUNT PIC 9(09).
008870         10  GR-FDS-CF-HASH      PIC 9(15).
008875         10  FILLER              PIC X(48).
008900 01  GR-FDS-SUMMARY-FIXED.
009000     05  GR-FDS-SF-RUN-ID        PIC X(08).
009100     05  GR-FDS-SF-ITER-COUNT    PIC 9(08).
010140     05  GR-FDS-CURR-DD          PIC 9(02).
010150 01  GR-FDS-CURRENT-DATE-NUM REDEFINES GR-FDS-CURRENT-DATE
010160                                 PIC 9(08).
010162 01  GR-FDS-OUT-ROW-TABLE.
010164     05  GR-FDS-OUT-ROWS         PIC 9(09) COMP
010166                                 OCCURS 3 TIMES.
010168 01  GR-FDS-START-TIME.
010170     05  GR-FDS-START-HH         PIC 9(02).
010172     05  GR-FDS-START-MN         PIC 9(02).
010174     05  GR-FDS-START-SS         PIC 9(02).
010176     05  GR-FDS-START-HS         PIC 9(02).
010178 01  GR-FDS-END-TIME.
010180     05  GR-FDS-END-HH           PIC 9(02).
010182     05  GR-FDS-END-MN           PIC 9(02).
010184     05  GR-FDS-END-SS           PIC 9(02).
010186     05  GR-FDS-END-HS           PIC 9(02).
010200*
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     PERFORM 2000-PROCESS-SUBSCRIBERS THRU 2000-EXIT.
010700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010750     PERFORM 9100-WRITE-RUN-HISTORY THRU 9100-EXIT.
010800 9999-EXIT-PROGRAM.
010900     STOP RUN.
011000*
011100 1000-INITIALIZE.
011110     ACCEPT GR-FDS-CURRENT-DATE FROM DATE YYYYMMDD.
011111     ACCEPT GR-FDS-START-TIME FROM TIME.
011112     MOVE GR-FDS-CURRENT-DATE-NUM TO GR-FDS-START-DATE.
011113     MOVE ZERO TO GR-FDS-OUT-ROWS(1)
011114                  GR-FDS-OUT-ROWS(2)
011115                  GR-FDS-OUT-ROWS(3).
011120     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
011125     PERFORM 1500-VALIDATE-FEED THRU 1500-EXIT.
011130     IF GR-FDS-CTL-ERROR
011135         DISPLAY "GF1500E - DISTRIBUTION STOPPED, NO SUBSCRIBER "
011140             "EXTRACT WRITTEN"
011145         MOVE 12 TO GR-FDS-RC-REQUESTED
011150         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
011155         PERFORM 9100-WRITE-RUN-HISTORY THRU 9100-EXIT
011160         GO TO 9999-EXIT-PROGRAM
011165     END-IF.
011200     OPEN INPUT SUB-FILE.
011300     IF GR-FDS-SUB-STATUS NOT = "00"
011400         DISPLAY "GF1000E - UNABLE TO OPEN SUBFILE, STATUS "
011500             GR-FDS-SUB-STATUS
011600         MOVE 16 TO GR-FDS-RC-REQUESTED
011601         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
011621         PERFORM 9100-WRITE-RUN-HISTORY THRU 9100-EXIT
011700         GO TO 9999-EXIT-PROGRAM
011800     END-IF.
011900     OPEN OUTPUT SUB-OUT1-FILE.
012700             GR-FDS-OUT3-STATUS
012800         MOVE 16 TO GR-FDS-RC-REQUESTED
012801         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
012821         PERFORM 9100-WRITE-RUN-HISTORY THRU 9100-EXIT
012900         GO TO 9999-EXIT-PROGRAM
013000     END-IF.
013010*    WITHOUT THE CONTROL LOG THE EXTRACTS THEMSELVES ARE STILL
013250     IF GR-FDS-RCTL-STATUS = "00" OR GR-FDS-RCTL-STATUS = "10"
013252         CLOSE RCTL-FILE
013254     END-IF.
013255     EXIT.
013256*
013257******************************************************************
013258*    1500-VALIDATE-FEED                                          *
013259*    ONE CONTROL PASS OVER FEEDFILE BEFORE ANY SUBSCRIBER SEES   *
013260*    IT. THE HEADER MUST BE FIRST AND CARRY THE SAME BUSINESS    *
013261*    DATE AS THIS STEP (SEE 1100); THE TRAILER MUST BE LAST AND  *
013262*    ITS ROW COUNT AND ITERATION HASH TOTAL MUST EQUAL THE       *
013263*    DETAIL ROWS ACTUALLY READ. A FEED THAT CANNOT BE OPENED HAS *
013264*    NO HEADER TO CHECK AND FAILS THE SAME WAY. ANY FAILURE SETS *
013265*    GR-FDS-CTL-ERROR AND 1000 STOPS THE STEP.                   *
013266******************************************************************
013267 1500-VALIDATE-FEED.
013268     OPEN INPUT FEED-FILE.
013269     IF GR-FDS-FEED-STATUS NOT = "00"
013270             AND GR-FDS-FEED-STATUS NOT = "05"
013271         DISPLAY "GF1500E - FEEDFILE NOT AVAILABLE, STATUS "
013272             GR-FDS-FEED-STATUS
013273         SET GR-FDS-CTL-ERROR TO TRUE
013274         GO TO 1500-EXIT
013275     END-IF.
013276     PERFORM 1510-READ-CONTROL-PASS THRU 1510-EXIT
013277             UNTIL GR-FDS-FEED-STATUS = "10".
013278     CLOSE FEED-FILE.
013279     MOVE "00" TO GR-FDS-FEED-STATUS.
013280*    RECORDED AS THE FEED ROWS EVEN WHEN THE CHECK FAILS AND NO
013281*    SUBSCRIBER PASS IS MADE.
013282     MOVE GR-FDS-DETAIL-READ TO GR-FDS-FEED-ROWS.
013283     IF NOT GR-FDS-HDR-SEEN
013284         DISPLAY "GF1500E - FEEDFILE HAS NO HEADER RECORD"
013285         SET GR-FDS-CTL-ERROR TO TRUE
013286     ELSE
013287         IF GR-FDS-FEED-BUS-DATE NOT = GR-FDS-CURRENT-DATE-NUM
013288             DISPLAY "GF1500E - FEEDFILE BUSINESS DATE "
013289                 GR-FDS-FEED-BUS-DATE " IS NOT "
013290                 GR-FDS-CURRENT-DATE-NUM
013291             SET GR-FDS-CTL-ERROR TO TRUE
013292         END-IF
013293     END-IF.
013294     IF NOT GR-FDS-TRL-SEEN
013295         DISPLAY "GF1500E - FEEDFILE HAS NO TRAILER RECORD"
013296         SET GR-FDS-CTL-ERROR TO TRUE
013297         GO TO 1500-EXIT
013298     END-IF.
013299     IF GR-FDS-TRL-COUNT NOT = GR-FDS-DETAIL-READ
013300         MOVE GR-FDS-DETAIL-READ TO GR-FDS-ROWS-DISPLAY
013301         DISPLAY "GF1500E - FEEDFILE TRAILER COUNT "
013302             GR-FDS-TRL-COUNT " BUT " GR-FDS-ROWS-DISPLAY
013303             " DETAIL ROWS READ"
013304         SET GR-FDS-CTL-ERROR TO TRUE
013305     END-IF.
013306     IF GR-FDS-TRL-HASH NOT = GR-FDS-HASH-TOTAL
013307         MOVE GR-FDS-HASH-TOTAL TO GR-FDS-HASH-DISPLAY
013308         DISPLAY "GF1500E - FEEDFILE TRAILER HASH "
013309             GR-FDS-TRL-HASH " BUT ROWS READ TOTAL "
013310             GR-FDS-HASH-DISPLAY
013311         SET GR-FDS-CTL-ERROR TO TRUE
013312     END-IF.
013313     IF GR-FDS-SEQ-ERROR
013314         DISPLAY "GF1500E - FEEDFILE HEADER/TRAILER OUT OF PLACE"
013315         SET GR-FDS-CTL-ERROR TO TRUE
013316     END-IF.
013317 1500-EXIT.
013318     EXIT.
013319*
013320 1510-READ-CONTROL-PASS.
013321     READ FEED-FILE
013322         AT END
013323             MOVE "10" TO GR-FDS-FEED-STATUS
013324             GO TO 1510-EXIT
013325     END-READ.
013326     IF GR-FDS-FEED-STATUS NOT = "00"
013327         DISPLAY "GF1510E - FEEDFILE READ ERROR, STATUS "
013328             GR-FDS-FEED-STATUS
013329         SET GR-FDS-CTL-ERROR TO TRUE
013330         MOVE "10" TO GR-FDS-FEED-STATUS
013331         GO TO 1510-EXIT
013332     END-IF.
013333     IF GR-FEED-HEADER
013334         IF GR-FDS-HDR-SEEN OR GR-FDS-DETAIL-READ > ZERO
013335             SET GR-FDS-SEQ-ERROR TO TRUE
013336         END-IF
013337         SET GR-FDS-HDR-SEEN TO TRUE
013338         IF GR-FEED-HDR-BUS-DATE IS NUMERIC
013339             MOVE GR-FEED-HDR-BUS-DATE TO GR-FDS-FEED-BUS-DATE
013340         END-IF
013341         GO TO 1510-EXIT
013342     END-IF.
013343     IF GR-FEED-TRAILER
013344         IF NOT GR-FDS-HDR-SEEN OR GR-FDS-TRL-SEEN
013345             SET GR-FDS-SEQ-ERROR TO TRUE
013346         END-IF
013347         SET GR-FDS-TRL-SEEN TO TRUE
013348         IF GR-FEED-TRL-ROW-COUNT IS NUMERIC
013349             MOVE GR-FEED-TRL-ROW-COUNT TO GR-FDS-TRL-COUNT
013350         END-IF
013351         IF GR-FEED-TRL-HASH-TOTAL IS NUMERIC
013352             MOVE GR-FEED-TRL-HASH-TOTAL TO GR-FDS-TRL-HASH
013353         END-IF
013354         GO TO 1510-EXIT
013355     END-IF.
013356     IF NOT GR-FDS-HDR-SEEN OR GR-FDS-TRL-SEEN
013357         SET GR-FDS-SEQ-ERROR TO TRUE
013358     END-IF.
013359     ADD 1 TO GR-FDS-DETAIL-READ.
013360     IF GR-FEED-ITER-NO IS NUMERIC
013361         ADD GR-FEED-ITER-NO TO GR-FDS-HASH-TOTAL
013362     END-IF.
013363 1510-EXIT.
013364     EXIT.
013365*
013400 2000-PROCESS-SUBSCRIBERS.
013500     PERFORM 2010-READ-SUBSCRIBER THRU 2010-EXIT
013600             UNTIL GR-FDS-SUB-STATUS = "10".
017600******************************************************************
017700 3000-DISTRIBUTE-ONE-FEED.
017800     MOVE ZERO TO GR-FDS-TAB-COUNT GR-FDS-WRITE-COUNT.
017802     MOVE ZERO TO GR-FDS-PASS-READ.
017804     MOVE ZERO TO GR-FDS-OUT-HASH.
017810     MOVE "N" TO GR-FDS-OUT-FAILED-SW.
017900     OPEN INPUT FEED-FILE.
017910*    STATUS 05 IS THE OPTIONAL FILE BEING ABSENT - THE OPEN
018300             " GETS AN EMPTY EXTRACT"
018400         GO TO 3000-EXIT
018500     END-IF.
018550     PERFORM 3400-WRITE-EXTRACT-HEADER THRU 3400-EXIT.
018600     PERFORM 3010-READ-FEED-RECORD THRU 3010-EXIT
018700             UNTIL GR-FDS-FEED-STATUS = "10".
018800     CLOSE FEED-FILE.
018900     MOVE "00" TO GR-FDS-FEED-STATUS.
018910*    EVERY PASS READS THE SAME FEED, SO THE LARGEST PASS COUNT
018920*    IS THE FEED ROW COUNT FOR THE RUN HISTORY.
018930     IF GR-FDS-PASS-READ > GR-FDS-FEED-ROWS
018940         MOVE GR-FDS-PASS-READ TO GR-FDS-FEED-ROWS
018950     END-IF.
019000     IF GR-SUB-LVL-REQUEST
019100         PERFORM 3200-WRITE-ONE-SUMMARY THRU 3200-EXIT
019200                 VARYING GR-FDS-SUB FROM 1 BY 1
019300                 UNTIL GR-FDS-SUB > GR-FDS-TAB-COUNT
019400     END-IF.
019450     PERFORM 3500-WRITE-EXTRACT-TRAILER THRU 3500-EXIT.
019500     DISPLAY "GF3000I - SUBSCRIBER " GR-SUB-ID " WROTE "
019600         GR-FDS-WRITE-COUNT " RECORD(S) TO SUBOUT"
019700         GR-SUB-OUT-NO.
019705     ADD GR-FDS-WRITE-COUNT TO GR-FDS-OUT-ROWS(GR-SUB-OUT-NO).
019710     PERFORM 5000-WRITE-DIST-RECORD THRU 5000-EXIT.
019800 3000-EXIT.
019900     EXIT.
021000         MOVE "10" TO GR-FDS-FEED-STATUS
021100         GO TO 3010-EXIT
021200     END-IF.
021210*    THE FEED'S OWN HEADER AND TRAILER WERE CHECKED IN 1500 AND
021220*    ARE NEVER PASSED ON - EACH EXTRACT GETS ITS OWN (3400/3500).
021230     IF GR-FEED-HEADER OR GR-FEED-TRAILER
021240         GO TO 3010-EXIT
021250     END-IF.
021260     ADD 1 TO GR-FDS-PASS-READ.
021300     IF NOT GR-SUB-ALL-RUN-IDS
021400         IF GR-FEED-RUN-ID NOT = GR-SUB-RUN-ID
021500             GO TO 3010-EXIT
029200         MOVE GR-FDS-SUMMARY-FIXED TO GR-FDS-OUT-RECORD
029300     END-IF.
029400     PERFORM 4000-WRITE-SUBSCRIBER-RECORD THRU 4000-EXIT.
029450     ADD GR-FDS-REQ-COUNT(GR-FDS-SUB) TO GR-FDS-OUT-HASH.
029500 3200-EXIT.
029600     EXIT.
029700*
032400         MOVE GR-FEED-RECORD TO GR-FDS-OUT-RECORD
032500     END-IF.
032600     PERFORM 4000-WRITE-SUBSCRIBER-RECORD THRU 4000-EXIT.
032620     IF GR-FEED-ITER-NO IS NUMERIC
032640         ADD GR-FEED-ITER-NO TO GR-FDS-OUT-HASH
032660     END-IF.
032700 3300-EXIT.
032701     EXIT.
032702*
032703******************************************************************
032704*    3400-WRITE-EXTRACT-HEADER                                   *
032705*    FIRST RECORD OF EACH SUBSCRIBER EXTRACT - THE BUSINESS DATE *
032706*    OF THE FEED, THE SUBSCRIBER-ID AND WHEN THIS STEP MADE IT - *
032707*    FIXED IN THE GRFEED HEADER POSITIONS, OR DELIMITED AS       *
032708*    HDR,CCYYMMDD,SUBSCRIBER,CCYYMMDD,HHMMSS.                    *
032709******************************************************************
032710 3400-WRITE-EXTRACT-HEADER.
032711     MOVE SPACES TO GR-FDS-OUT-RECORD.
032712     IF GR-SUB-FMT-DELIMITED
032713         STRING "HDR," DELIMITED BY SIZE
032714                GR-FDS-FEED-BUS-DATE DELIMITED BY SIZE
032715                "," DELIMITED BY SIZE
032716                GR-SUB-ID DELIMITED BY SPACE
032717                "," DELIMITED BY SIZE
032718                GR-FDS-START-DATE DELIMITED BY SIZE
032719                "," DELIMITED BY SIZE
032720                GR-FDS-START-TIME(1:6) DELIMITED BY SIZE
032721             INTO GR-FDS-OUT-RECORD
032722     ELSE
032723         MOVE SPACES TO GR-FDS-CONTROL-FIXED
032724         MOVE "*HEADER*" TO GR-FDS-CF-TYPE
032725         MOVE GR-FDS-FEED-BUS-DATE TO GR-FDS-CF-BUS-DATE
032726         MOVE GR-SUB-ID TO GR-FDS-CF-SUB-ID
032727         MOVE GR-FDS-START-DATE TO GR-FDS-CF-CRT-DATE
032728         MOVE GR-FDS-START-TIME(1:6) TO GR-FDS-CF-CRT-TIME
032729         MOVE GR-FDS-CONTROL-FIXED TO GR-FDS-OUT-RECORD
032730     END-IF.
032731     SET GR-FDS-CTL-ROW TO TRUE.
032732     PERFORM 4000-WRITE-SUBSCRIBER-RECORD THRU 4000-EXIT.
032733     MOVE "N" TO GR-FDS-CTL-ROW-SW.
032734 3400-EXIT.
032735     EXIT.
032736*
032737******************************************************************
032738*    3500-WRITE-EXTRACT-TRAILER                                  *
032739*    LAST RECORD OF EACH SUBSCRIBER EXTRACT - THE DETAIL RECORDS *
032740*    WRITTEN AND THEIR HASH TOTAL, FIXED IN THE GRFEED TRAILER   *
032741*    POSITIONS, OR DELIMITED AS TRL,COUNT,HASH. A SHORT EXTRACT  *
032742*    (SEE 4000) GETS NO TRAILER, SO THE TEAM CANNOT MISTAKE IT   *
032743*    FOR A COMPLETE ONE.                                         *
032744******************************************************************
032745 3500-WRITE-EXTRACT-TRAILER.
032746     MOVE SPACES TO GR-FDS-OUT-RECORD.
032747     IF GR-SUB-FMT-DELIMITED
032748         MOVE GR-FDS-WRITE-COUNT TO GR-FDS-ROWS-DISPLAY
032749         MOVE GR-FDS-OUT-HASH TO GR-FDS-HASH-DISPLAY
032750         STRING "TRL," DELIMITED BY SIZE
032751                GR-FDS-ROWS-DISPLAY DELIMITED BY SIZE
032752                "," DELIMITED BY SIZE
032753                GR-FDS-HASH-DISPLAY DELIMITED BY SIZE
032754             INTO GR-FDS-OUT-RECORD
032755     ELSE
032756         MOVE SPACES TO GR-FDS-CONTROL-FIXED
032757         MOVE "*TRAILER" TO GR-FDS-CF-TYPE
032758         MOVE GR-FDS-WRITE-COUNT TO GR-FDS-CF-ROW-COUNT
032759         MOVE GR-FDS-OUT-HASH TO GR-FDS-CF-HASH
032760         MOVE GR-FDS-CONTROL-FIXED TO GR-FDS-OUT-RECORD
032761     END-IF.
032762     SET GR-FDS-CTL-ROW TO TRUE.
032763     PERFORM 4000-WRITE-SUBSCRIBER-RECORD THRU 4000-EXIT.
032764     MOVE "N" TO GR-FDS-CTL-ROW-SW.
032765 3500-EXIT.
032800     EXIT.
032900*
033000******************************************************************
035550         SET GR-FDS-OUT-FAILED TO TRUE
035600         MOVE 8 TO GR-FDS-RC-REQUESTED
035601         PERFORM 7100-RAISE-RETURN-CODE THRU 7100-EXIT
035611         GO TO 4000-EXIT
035621     END-IF.
035631*    THE EXTRACT'S OWN HEADER AND TRAILER ARE NOT DETAIL
035641*    RECORDS AND DO NOT COUNT TOWARD WHAT THE TEAM ACKNOWLEDGES.
035651     IF GR-FDS-CTL-ROW
035700         GO TO 4000-EXIT
035800     END-IF.
035900     ADD 1 TO GR-FDS-WRITE-COUNT.
036154         GR-FDS-SUB-COUNT " SUBSCRIBER(S) PROCESSED".
036155 9000-EXIT.
036156     EXIT.
036256*
036356******************************************************************
036456*    9100-WRITE-RUN-HISTORY                                     *
036556*    RECORDS THIS STEP ON THE RUNHIST FILE UNDER THE BUSINESS    *
036656*    DATE FOR THE GRCAPRPT CAPACITY TREND REPORT, AFTER THE      *
036756*    RETURN CODE IS FINAL. A RERUN UNDER THE SAME BUSINESS DATE  *
036856*    REPLACES THE RECORD AND COUNTS THE ATTEMPT. A FAILURE HERE  *
036956*    IS REPORTED BUT NEVER CHANGES THE DISTRIBUTION RESULT.      *
037056******************************************************************
037156 9100-WRITE-RUN-HISTORY.
037256     ACCEPT GR-FDS-END-DATE FROM DATE YYYYMMDD.
037356     ACCEPT GR-FDS-END-TIME FROM TIME.
037456     OPEN I-O RNH-FILE.
037556     IF GR-FDS-RNH-STATUS = "35"
037656         OPEN OUTPUT RNH-FILE
037756         CLOSE RNH-FILE
037856         OPEN I-O RNH-FILE
037956     END-IF.
038056     IF GR-FDS-RNH-STATUS NOT = "00"
038156             AND GR-FDS-RNH-STATUS NOT = "05"
038256         DISPLAY "GF9100W - RUNHIST UNAVAILABLE, STATUS "
038356             GR-FDS-RNH-STATUS " - NO RUN HISTORY RECORDED"
038456         GO TO 9100-EXIT
038556     END-IF.
038656     MOVE GR-FDS-CURRENT-DATE-NUM TO GR-RNH-BUS-DATE.
038756     MOVE "GRFDIST " TO GR-RNH-PROGRAM.
038856     SET GR-FDS-HIST-FOUND TO TRUE.
038956     READ RNH-FILE
039056         INVALID KEY
039156             MOVE "N" TO GR-FDS-HIST-FOUND-SW
039256             MOVE SPACES TO GR-RNH-RECORD
039356             MOVE GR-FDS-CURRENT-DATE-NUM TO GR-RNH-BUS-DATE
039456             MOVE "GRFDIST " TO GR-RNH-PROGRAM
039556             MOVE ZERO TO GR-RNH-ATTEMPTS
039656     END-READ.
039756     IF GR-RNH-ATTEMPTS IS NOT NUMERIC
039856         MOVE ZERO TO GR-RNH-ATTEMPTS
039956     END-IF.
040056     ADD 1 TO GR-RNH-ATTEMPTS.
040156     MOVE GR-FDS-START-DATE TO GR-RNH-START-DATE.
040256     MOVE GR-FDS-START-TIME(1:6) TO GR-RNH-START-TIME.
040356     MOVE GR-FDS-END-DATE TO GR-RNH-END-DATE.
040456     MOVE GR-FDS-END-TIME(1:6) TO GR-RNH-END-TIME.
040556     COMPUTE GR-FDS-ELAPSED =
040656         (FUNCTION INTEGER-OF-DATE(GR-FDS-END-DATE)
040756          - FUNCTION INTEGER-OF-DATE(GR-FDS-START-DATE)) * 86400
040856         + (GR-FDS-END-HH * 3600) + (GR-FDS-END-MN * 60)
040956         + GR-FDS-END-SS
041056         - (GR-FDS-START-HH * 3600) - (GR-FDS-START-MN * 60)
041156         - GR-FDS-START-SS.
041256     IF GR-FDS-ELAPSED < ZERO
041356         MOVE ZERO TO GR-FDS-ELAPSED
041456     END-IF.
041556     MOVE GR-FDS-ELAPSED TO GR-RNH-ELAPSED-SECS.
041656     MOVE RETURN-CODE TO GR-RNH-RETURN-CODE.
041756     MOVE GR-FDS-SUB-COUNT TO GR-RNH-REQS-RUN.
041856     MOVE ZERO TO GR-RNH-REQS-DEFERRED.
041956     MOVE ZERO TO GR-RNH-ITERATIONS.
042056     MOVE GR-FDS-FEED-ROWS TO GR-RNH-FEED-ROWS.
042156     MOVE GR-FDS-OUT-ROWS(1) TO GR-RNH-SUBOUT-ROWS(1).
042256     MOVE GR-FDS-OUT-ROWS(2) TO GR-RNH-SUBOUT-ROWS(2).
042356     MOVE GR-FDS-OUT-ROWS(3) TO GR-RNH-SUBOUT-ROWS(3).
042456     MOVE "N" TO GR-RNH-CUTOFF-SET-SW.
042556     MOVE ZERO TO GR-RNH-CUTOFF-TIME.
042656     IF GR-FDS-HIST-FOUND
042756         REWRITE GR-RNH-RECORD
042856     ELSE
042956         WRITE GR-RNH-RECORD
043056     END-IF.
043156     IF GR-FDS-RNH-STATUS NOT = "00"
043256         DISPLAY "GF9100W - RUNHIST WRITE FAILED, STATUS "
043356             GR-FDS-RNH-STATUS " - NO RUN HISTORY RECORDED"
043456     END-IF.
043556     CLOSE RNH-FILE.
043656 9100-EXIT.
043756     EXIT.
