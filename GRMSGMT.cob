000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRMSGMT.
000300 AUTHOR.        A J MARSH.
000400 INSTALLATION.  DOOM MAINFRAME SYSTEMS - ONLINE PRODUCTION.
000500 DATE-WRITTEN.  2026-10-07.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GRMSGMT                                                     *
001100*                                                                *
001200*    PSEUDO-CONVERSATIONAL CICS MAINTENANCE TRANSACTION (GRMS)   *
001300*    FOR THE MSGTAB MESSAGE TABLE KSDS (GRMSGK.CPY). EACH        *
001400*    RECORD IS ONE DATED WINDOW OF BANNER TEXT FOR A MESSAGE     *
001500*    CODE, KEYED BY CODE AND EFFECTIVE DATE. FROM MAP GRMSMAP    *
001600*    (MAPSET GRMSSET) AN OPERATOR KEYS THE CODE AND EFFECTIVE    *
001700*    DATE AND AN ACTION:                                         *
001800*                                                                *
001900*      BLANK - SHOW THE WINDOW                                   *
002000*      A     - ADD A NEW WINDOW                                  *
002100*      C     - CHANGE THE EXPIRY OF A WINDOW, OR ITS TEXT WHILE  *
002110*              IT IS NOT YET IN FORCE                            *
002200*      X     - EXPIRE A WINDOW, AT THE KEYED EXPIRY DATE OR      *
002300*              TODAY WHEN NONE IS KEYED                          *
002400*                                                                *
002500*    AND PF8 BROWSES THE WINDOWS IN KEY ORDER. THE EFFECTIVE     *
002600*    DATE IS PART OF THE KEY AND CANNOT BE CHANGED - EXPIRE THE  *
002700*    WINDOW AND ADD A NEW ONE. WINDOWS ARE NEVER DELETED. NOR    *
002710*    CAN THE TEXT OF A WINDOW ALREADY IN FORCE BE CHANGED - THE  *
002720*    BANNERS PRINTED UNDER IT MUST STILL MATCH THE WINDOW THE    *
002730*    REPRINT AND AUDIT REPORTS FIND - SO NEW WORDING FOR A CODE  *
002740*    IN USE MEANS EXPIRING ITS WINDOW AND ADDING ANOTHER.        *
002800*                                                                *
002900*    EVERY ADD AND CHANGE PASSES THE SAME EDITS GRMSGED APPLIES  *
003000*    AT NIGHT - CODE AND TEXT PRESENT, REAL CALENDAR DATES,      *
003100*    EFFECTIVE NOT AFTER EXPIRY, NO OVERLAP WITH ANOTHER WINDOW  *
003200*    FOR THE SAME CODE AND NO MORE THAN THE 500 WINDOWS IN       *
003300*    FORCE THAT GREET CAN HOLD - SO A BAD ENTRY IS TURNED AWAY   *
003400*    AT THE TERMINAL INSTEAD OF HOLDING THE RUN AT 2 A.M.        *
003500*    A WINDOW CANNOT BE EXPIRED (OR ITS EXPIRY BROUGHT FORWARD)  *
003600*    WHILE THE SHOP CALENDAR STILL NAMES THE CODE ON A DATE IT   *
003700*    WOULD STOP COVERING, OR WHILE A QUEUED REQMAST REQUEST      *
003800*    STILL ASKS FOR THE CODE - UNLESS ANOTHER WINDOW FOR THE     *
003900*    SAME CODE TAKES OVER ON THOSE DATES.                        *
004000*                                                                *
004100*    EVERY SAVE WRITES A CHANGE HISTORY RECORD TO GRMSGHV        *
004200*    (GRMSGHS.CPY) WITH THE CICS OPERATOR AND TERMINAL, THE      *
004300*    DATE AND TIME, AND THE BEFORE AND AFTER IMAGES, IN THE      *
004400*    SAME WAY GRMAINT LOGS PROFILE SAVES TO GRHISTV.             *
004500*                                                                *
004600*    MODIFICATION HISTORY                                       *
004700*    ----------------------                                     *
004800*    2026-10-07  AJM  INITIAL VERSION.                          *
004810*    2026-10-15  AJM  CHANGE NO LONGER ALTERS THE TEXT OF A      *
004820*                     WINDOW THAT HAS COME INTO FORCE.           *
004900*                                                                *
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.   IBM-370.
005400 OBJECT-COMPUTER.   IBM-370.
005500*
005600******************************************************************
005700*    MSGTAB, THE GRMSGHV CHANGE HISTORY FILE, REQMAST AND THE    *
005800*    GRCALV CALENDAR INDEX ARE CICS-MANAGED VSAM KSDS CLUSTERS   *
005900*    DEFINED VIA RESOURCE DEFINITION ONLINE (RDO), NOT VIA       *
006000*    FILE-CONTROL/FD. GRCALV IS THE SHOP CALENDAR (CALFILE)      *
006100*    KEYED BY DATE, RELOADED FROM CALFILE BY GRMSGED EVERY       *
006200*    NIGHT. THE MAPSET GRMSSET IS LIKEWISE DEFINED VIA RDO AND   *
006300*    LOADED AT RUNTIME FROM THE LOAD LIBRARY.                    *
006400******************************************************************
006500 DATA DIVISION.
006600 WORKING-STORAGE SECTION.
006700 77  GR-MMT-RESP                 PIC S9(08) COMP.
006800 77  GR-MMT-RESP2                PIC S9(08) COMP.
006900 77  GR-MMT-COMMAREA             PIC X(01) VALUE "R".
007000 77  GR-MMT-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
007100 77  GR-MMT-OPID                 PIC X(03) VALUE SPACES.
007200*    THE FORMATTIME OUTPUT AREAS ARE 10 AND 8 BYTES, AS IN
007300*    GRMAINT - ONLY THE LEADING 8/6 CHARACTERS CARRY DIGITS.
007400 77  GR-MMT-HIS-DATE             PIC X(10) VALUE SPACES.
007500 77  GR-MMT-HIS-TIME             PIC X(08) VALUE SPACES.
007600 77  GR-MMT-TODAY                PIC 9(08) VALUE ZERO.
007700 77  GR-MMT-ACTION               PIC X(01) VALUE SPACE.
007800     88  GR-MMT-SHOW             VALUE " " LOW-VALUE.
007900     88  GR-MMT-ADD              VALUE "A".
008000     88  GR-MMT-CHANGE           VALUE "C".
008100     88  GR-MMT-EXPIRE           VALUE "X".
008200 77  GR-MMT-HIS-ACTION           PIC X(01) VALUE SPACE.
008300 77  GR-MMT-ERROR-SW             PIC X(01) VALUE "N".
008400     88  GR-MMT-INPUT-INVALID    VALUE "Y".
008500 77  GR-MMT-DATE-OK-SW           PIC X(01) VALUE "N".
008600     88  GR-MMT-DATE-OK          VALUE "Y".
008700 77  GR-MMT-OVERLAP-SW           PIC X(01) VALUE "N".
008800     88  GR-MMT-OVERLAP          VALUE "Y".
008900 77  GR-MMT-IN-USE-SW            PIC X(01) VALUE "N".
009000     88  GR-MMT-CODE-IN-USE      VALUE "Y".
009100 77  GR-MMT-COVERED-SW           PIC X(01) VALUE "N".
009200     88  GR-MMT-DATE-COVERED     VALUE "Y".
009300 77  GR-MMT-END-SW               PIC X(01) VALUE "N".
009400     88  GR-MMT-BROWSE-ENDED     VALUE "Y".
009500*    WINDOWS ARE COMPARED NORMALIZED, AS IN GRMSGED - AN OPEN
009600*    START IS ZERO AND AN OPEN END IS 99999999.
009700 77  GR-MMT-EFF-NORM             PIC 9(08) VALUE ZERO.
009800 77  GR-MMT-EXP-NORM             PIC 9(08) VALUE ZERO.
009900 77  GR-MMT-NEW-EXP              PIC 9(08) VALUE ZERO.
010000 77  GR-MMT-OLD-EXP-NORM         PIC 9(08) VALUE ZERO.
010100 77  GR-MMT-SCAN-EFF-NORM        PIC 9(08) VALUE ZERO.
010200 77  GR-MMT-SCAN-EXP-NORM        PIC 9(08) VALUE ZERO.
010300 77  GR-MMT-NEXT-DATE            PIC 9(08) VALUE ZERO.
010400 77  GR-MMT-TEST-DATE            PIC 9(08) VALUE ZERO.
010500 77  GR-MMT-LIVE-COUNT           PIC 9(05) COMP VALUE ZERO.
010600*    THE CAPACITY HERE MUST MATCH GR-MSG-TABLE-MAX IN GREET AND
010700*    GR-MED-TABLE-MAX IN GRMSGED.
010800 77  GR-MMT-TABLE-MAX            PIC 9(04) VALUE 0500.
010900 77  GR-MMT-WIN-MAX              PIC 9(04) COMP VALUE 0050.
011000 77  GR-MMT-WIN-COUNT            PIC 9(04) COMP VALUE ZERO.
011100 77  GR-MMT-WIN-SUB              PIC 9(04) COMP VALUE ZERO.
011200 77  GR-MMT-DAYS-IN-MONTH        PIC 9(02) VALUE ZERO.
011300 77  GR-MMT-LEAP-REM             PIC 9(04) COMP VALUE ZERO.
011400 77  GR-MMT-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
011500 77  GR-MMT-DISP-DATE            PIC X(10) VALUE SPACES.
011600 77  GR-MMT-CAL-KEY              PIC 9(08) VALUE ZERO.
011700 01  GR-MMT-WORK-DATE.
011800     05  GR-MMT-WORK-CCYY        PIC 9(04).
011900     05  GR-MMT-WORK-MM          PIC 9(02).
012000     05  GR-MMT-WORK-DD          PIC 9(02).
012100 01  GR-MMT-WORK-DATE-NUM REDEFINES GR-MMT-WORK-DATE
012200                                 PIC 9(08).
012300 01  GR-MMT-WORK-TIME.
012400     05  GR-MMT-WORK-HH          PIC 9(02).
012500     05  GR-MMT-WORK-MN          PIC 9(02).
012600     05  GR-MMT-WORK-SS          PIC 9(02).
012700 01  GR-MMT-WORK-TIME-NUM REDEFINES GR-MMT-WORK-TIME
012800                                 PIC 9(06).
012900*    THE WINDOW KEYED ON THE SCREEN, AND THE BROWSE POSITION.
013000 01  GR-MMT-KEY.
013100     05  GR-MMT-KEY-CODE         PIC X(04).
013200     05  GR-MMT-KEY-EFF          PIC 9(08).
013300 01  GR-MMT-BROWSE-KEY.
013400     05  GR-MMT-BK-CODE          PIC X(04).
013500     05  GR-MMT-BK-EFF           PIC 9(08).
013600 01  GR-MMT-REQ-KEY              PIC X(11) VALUE LOW-VALUES.
013700*    THE OTHER WINDOWS ON FILE FOR THE SAME CODE, COLLECTED BY
013800*    2600-SCAN-CODE-WINDOWS FOR THE OVERLAP AND TAKE-OVER TESTS.
013900 01  GR-MMT-WINDOW-TABLE.
014000     05  GR-MMT-WIN-ENTRY OCCURS 50 TIMES.
014100         10  GR-MMT-WIN-EFF      PIC 9(08).
014200         10  GR-MMT-WIN-EXP      PIC 9(08).
014300 01  GR-MMT-OLD-RECORD.
014400     05  GR-MMT-OLD-KEY.
014500         10  GR-MMT-OLD-CODE     PIC X(04).
014600         10  GR-MMT-OLD-EFF      PIC 9(08).
014700     05  GR-MMT-OLD-EXP          PIC 9(08).
014800     05  GR-MMT-OLD-TEXT         PIC X(60).
014900     05  FILLER                  PIC X(20).
015000 01  GR-MMT-SCAN-RECORD.
015100     05  GR-MMT-SCAN-KEY.
015200         10  GR-MMT-SCAN-CODE    PIC X(04).
015300         10  GR-MMT-SCAN-EFF     PIC 9(08).
015400     05  GR-MMT-SCAN-EXP         PIC 9(08).
015500     05  FILLER                  PIC X(80).
015600 01  GR-MSK-RECORD.
015700     COPY GRMSGK.
015800 01  GR-MSH-RECORD.
015900     COPY GRMSGHS.
016000 01  GR-CAL-RECORD.
016100     COPY GRCALREC.
016200 01  GR-REQM-RECORD.
016300     COPY GRREQM.
016400     COPY GRMSMAP.
016500     COPY DFHAID.
016600     COPY DFHBMSCA.
016700 LINKAGE SECTION.
016800 01  DFHCOMMAREA                 PIC X(01).
016900*
017000 PROCEDURE DIVISION.
017100******************************************************************
017200*    0000-MAINLINE                                               *
017300*    EIBCALEN TELLS FIRST ENTRY (NO COMMAREA YET) FROM A         *
017400*    PSEUDO-CONVERSATIONAL RE-ENTRY, EXACTLY AS IN GRMAINT.      *
017500******************************************************************
017600 0000-MAINLINE.
017700     IF EIBCALEN = 0
017800         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
017900     ELSE
018000         PERFORM 1500-RECEIVE-AND-ROUTE THRU 1500-EXIT
018100     END-IF.
018200     EXEC CICS RETURN
018300         TRANSID("GRMS")
018400         COMMAREA(GR-MMT-COMMAREA)
018500         LENGTH(1)
018600     END-EXEC.
018700 0000-EXIT.
018800     EXIT.
018900*
019000******************************************************************
019100*    1000-SEND-INITIAL-MAP                                      *
019200*    FIRST ENTRY INTO THE TRANSACTION. SENDS AN EMPTY WINDOW     *
019300*    SCREEN WITH THE WORKING INSTRUCTIONS ON THE MESSAGE LINE.   *
019400******************************************************************
019500 1000-SEND-INITIAL-MAP.
019600     MOVE SPACES TO GRMSMAPO.
019700     MOVE "GX1000I - KEY A CODE, ENTER SHOWS IT, PF8 BROWSES"
019800         TO ERRMSGO.
019900     EXEC CICS SEND MAP("GRMSMAP")
020000         MAPSET("GRMSSET")
020100         FROM(GRMSMAPO)
020200         ERASE
020300     END-EXEC.
020400 1000-EXIT.
020500     EXIT.
020600*
020700******************************************************************
020800*    1500-RECEIVE-AND-ROUTE                                     *
020900*    RECEIVES THE OPERATOR'S INPUT AND ROUTES BY ATTENTION       *
021000*    IDENTIFIER - PF3 EXITS THE TRANSACTION, ENTER APPLIES THE   *
021100*    KEYED ACTION, PF8 BROWSES TO THE NEXT WINDOW ON FILE,       *
021200*    ANYTHING ELSE IS REJECTED.                                  *
021300******************************************************************
021400 1500-RECEIVE-AND-ROUTE.
021500     EXEC CICS RECEIVE MAP("GRMSMAP")
021600         MAPSET("GRMSSET")
021700         INTO(GRMSMAPI)
021800         RESP(GR-MMT-RESP)
021900     END-EXEC.
022000     PERFORM 7000-GET-TIMESTAMP THRU 7000-EXIT.
022100     EVALUATE TRUE
022200         WHEN EIBAID = DFHPF3
022300             PERFORM 8000-SEND-GOODBYE THRU 8000-EXIT
022400         WHEN EIBAID = DFHENTER
022500             PERFORM 2000-APPLY-ACTION THRU 2000-EXIT
022600         WHEN EIBAID = DFHPF8
022700             PERFORM 3000-BROWSE-NEXT-WINDOW THRU 3000-EXIT
022800         WHEN OTHER
022900             PERFORM 1600-SEND-INVALID-KEY THRU 1600-EXIT
023000     END-EVALUATE.
023100 1500-EXIT.
023200     EXIT.
023300*
023400 1600-SEND-INVALID-KEY.
023500     MOVE "GX1600E - INVALID KEY PRESSED - USE ENTER, PF8 OR PF3"
023600         TO ERRMSGO.
023700     PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT.
023800 1600-EXIT.
023900     EXIT.
024000*
024100******************************************************************
024200*    2000-APPLY-ACTION                                          *
024300*    EVERY ACTION NEEDS THE CODE AND EFFECTIVE DATE THAT MAKE    *
024400*    UP THE KEY, SO THOSE ARE EDITED HERE FIRST, THEN THE        *
024500*    ACTION PARAGRAPH DOES THE REST. EACH EDIT FAILURE SENDS     *
024600*    ITS OWN MESSAGE AND SETS GR-MMT-ERROR-SW.                   *
024700******************************************************************
024800 2000-APPLY-ACTION.
024900     MOVE "N" TO GR-MMT-ERROR-SW.
025000     MOVE SPACES TO ERRMSGO.
025100     MOVE ACTIONI TO GR-MMT-ACTION.
025200     IF MSCODEI = SPACES OR MSCODEI = LOW-VALUES
025300         MOVE "GX2001E - MESSAGE CODE IS BLANK" TO ERRMSGO
025400         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
025500         GO TO 2000-EXIT
025600     END-IF.
025700     PERFORM 2100-EDIT-EFF-DATE THRU 2100-EXIT.
025800     IF GR-MMT-INPUT-INVALID
025900         GO TO 2000-EXIT
026000     END-IF.
026100     MOVE MSCODEI TO GR-MMT-KEY-CODE.
026200     MOVE GR-MMT-EFF-NORM TO GR-MMT-KEY-EFF.
026300     EVALUATE TRUE
026400         WHEN GR-MMT-SHOW
026500             PERFORM 2500-SHOW-WINDOW THRU 2500-EXIT
026600         WHEN GR-MMT-ADD
026700             PERFORM 2200-ADD-WINDOW THRU 2200-EXIT
026800         WHEN GR-MMT-CHANGE
026900             PERFORM 2300-CHANGE-WINDOW THRU 2300-EXIT
027000         WHEN GR-MMT-EXPIRE
027100             PERFORM 2400-EXPIRE-WINDOW THRU 2400-EXIT
027200         WHEN OTHER
027300             MOVE "GX2002E - ACTION MUST BE A, C, X OR BLANK"
027400                 TO ERRMSGO
027500             PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
027600     END-EVALUATE.
027700 2000-EXIT.
027800     EXIT.
027900*
028000******************************************************************
028100*    2050-SEND-MAINT-MAP                                         *
028200*    REDISPLAYS THE SCREEN WITH THE OPERATOR'S MESSAGE. AS IN    *
028300*    GRMAINT, THE MAPSET RUNS WITH FRSET, SO THE MODIFIED        *
028400*    ATTRIBUTE IS SET ON THE KEY AND DATA FIELDS HERE TO GET     *
028500*    THEM ALL BACK ON THE NEXT RECEIVE. THE ACTION FIELD IS      *
028600*    LEFT UNSET ON PURPOSE SO AN ACTION IS NEVER REPEATED BY     *
028700*    AN UNTHINKING SECOND ENTER.                                 *
028800******************************************************************
028900 2050-SEND-MAINT-MAP.
029000     MOVE DFHBMFSE TO MSCODEA.
029100     MOVE DFHBMFSE TO EFFDTA.
029200     MOVE DFHBMFSE TO EXPDTA.
029300     MOVE DFHBMFSE TO MSTEXTA.
029400     MOVE SPACES TO ACTIONO.
029500     EXEC CICS SEND MAP("GRMSMAP")
029600         MAPSET("GRMSSET")
029700         FROM(GRMSMAPO)
029800         DATAONLY
029900         CURSOR
030000     END-EXEC.
030100 2050-EXIT.
030200     EXIT.
030300*
030400******************************************************************
030500*    2100-EDIT-EFF-DATE / 2150-EDIT-EXP-DATE / 2160-EDIT-TEXT    *
030600*    THE GRMSGED FIELD EDITS. A BLANK OR ZERO EFFECTIVE DATE IS  *
030700*    AN OPEN START (ZERO IN THE KEY); A BLANK OR ZERO EXPIRY IS  *
030800*    AN OPEN END, STORED AS ZERO AND NORMALIZED TO 99999999.     *
030900*    ANY OTHER DATE MUST BE NUMERIC AND A REAL CALENDAR DAY.     *
031000******************************************************************
031100 2100-EDIT-EFF-DATE.
031200     MOVE ZERO TO GR-MMT-EFF-NORM.
031300     IF EFFDTI = SPACES OR EFFDTI = LOW-VALUES
031400         GO TO 2100-EXIT
031500     END-IF.
031600     IF EFFDTI IS NOT NUMERIC
031700         MOVE "Y" TO GR-MMT-ERROR-SW
031800         MOVE "GX2003E - EFFECTIVE DATE IS NOT NUMERIC" TO ERRMSGO
031900         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
032000         GO TO 2100-EXIT
032100     END-IF.
032200     MOVE EFFDTI TO GR-MMT-WORK-DATE-NUM.
032300     IF GR-MMT-WORK-DATE-NUM = ZERO
032400         GO TO 2100-EXIT
032500     END-IF.
032600     PERFORM 6000-VALIDATE-ONE-DATE THRU 6000-EXIT.
032700     IF NOT GR-MMT-DATE-OK
032800         MOVE "Y" TO GR-MMT-ERROR-SW
032900         MOVE "GX2004E - EFFECTIVE DATE IS NOT A CALENDAR DAY"
033000             TO ERRMSGO
033100         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
033200         GO TO 2100-EXIT
033300     END-IF.
033400     MOVE GR-MMT-WORK-DATE-NUM TO GR-MMT-EFF-NORM.
033500 2100-EXIT.
033600     EXIT.
033700*
033800 2150-EDIT-EXP-DATE.
033900     MOVE ZERO TO GR-MMT-NEW-EXP.
034000     MOVE 99999999 TO GR-MMT-EXP-NORM.
034100     IF EXPDTI = SPACES OR EXPDTI = LOW-VALUES
034200         GO TO 2150-EXIT
034300     END-IF.
034400     IF EXPDTI IS NOT NUMERIC
034500         MOVE "Y" TO GR-MMT-ERROR-SW
034600         MOVE "GX2005E - EXPIRY DATE IS NOT NUMERIC" TO ERRMSGO
034700         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
034800         GO TO 2150-EXIT
034900     END-IF.
035000     MOVE EXPDTI TO GR-MMT-WORK-DATE-NUM.
035100     IF GR-MMT-WORK-DATE-NUM = ZERO
035200         GO TO 2150-EXIT
035300     END-IF.
035400     PERFORM 6000-VALIDATE-ONE-DATE THRU 6000-EXIT.
035500     IF NOT GR-MMT-DATE-OK
035600         MOVE "Y" TO GR-MMT-ERROR-SW
035700         MOVE "GX2006E - EXPIRY DATE IS NOT A CALENDAR DAY"
035800             TO ERRMSGO
035900         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
036000         GO TO 2150-EXIT
036100     END-IF.
036200     MOVE GR-MMT-WORK-DATE-NUM TO GR-MMT-NEW-EXP
036300                                  GR-MMT-EXP-NORM.
036400 2150-EXIT.
036500     EXIT.
036600*
036700 2160-EDIT-TEXT.
036800     INSPECT MSTEXTI REPLACING ALL LOW-VALUE BY SPACE.
036900     IF MSTEXTI = SPACES
037000         MOVE "Y" TO GR-MMT-ERROR-SW
037100         MOVE "GX2007E - MESSAGE TEXT IS BLANK" TO ERRMSGO
037200         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
037300     END-IF.
037400 2160-EXIT.
037500     EXIT.
037600*
037700******************************************************************
037800*    2200-ADD-WINDOW                                            *
037900*    ADDS A NEW WINDOW AFTER THE FULL SET OF EDITS. THE 500      *
038000*    CAPACITY ONLY MATTERS FOR A WINDOW THAT IS STILL IN FORCE   *
038100*    OR YET TO COME - ONLY THOSE ARE UNLOADED FOR GREET.         *
038200******************************************************************
038300 2200-ADD-WINDOW.
038400     PERFORM 2160-EDIT-TEXT THRU 2160-EXIT.
038500     IF GR-MMT-INPUT-INVALID
038600         GO TO 2200-EXIT
038700     END-IF.
038800     PERFORM 2150-EDIT-EXP-DATE THRU 2150-EXIT.
038900     IF GR-MMT-INPUT-INVALID
039000         GO TO 2200-EXIT
039100     END-IF.
039200     IF GR-MMT-EFF-NORM > GR-MMT-EXP-NORM
039300         MOVE "GX2008E - EFFECTIVE DATE IS AFTER EXPIRY"
039310             TO ERRMSGO
039400         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
039500         GO TO 2200-EXIT
039600     END-IF.
039700     EXEC CICS READ FILE("MSGTAB")
039800         INTO(GR-MMT-OLD-RECORD)
039900         RIDFLD(GR-MMT-KEY)
040000         RESP(GR-MMT-RESP)
040100     END-EXEC.
040200     IF GR-MMT-RESP = DFHRESP(NORMAL)
040300         MOVE "GX2009E - WINDOW ALREADY ON FILE - USE C TO CHANGE"
040400             TO ERRMSGO
040500         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
040600         GO TO 2200-EXIT
040700     END-IF.
040800     PERFORM 2600-SCAN-CODE-WINDOWS THRU 2600-EXIT.
040900     IF GR-MMT-OVERLAP
041000         MOVE "GX2010E - WINDOW OVERLAPS ANOTHER FOR THIS CODE"
041100             TO ERRMSGO
041200         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
041300         GO TO 2200-EXIT
041400     END-IF.
041500     IF GR-MMT-EXP-NORM NOT < GR-MMT-TODAY
041600         PERFORM 2700-COUNT-LIVE-WINDOWS THRU 2700-EXIT
041700         IF GR-MMT-LIVE-COUNT NOT < GR-MMT-TABLE-MAX
041800             MOVE "GX2011E - TABLE FULL - 500 WINDOWS IN FORCE"
041900                 TO ERRMSGO
042000             PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
042100             GO TO 2200-EXIT
042200         END-IF
042300     END-IF.
042400     MOVE SPACES TO GR-MSK-RECORD.
042500     MOVE GR-MMT-KEY-CODE TO GR-MSK-CODE.
042600     MOVE GR-MMT-KEY-EFF  TO GR-MSK-EFF-DATE.
042700     MOVE GR-MMT-NEW-EXP  TO GR-MSK-EXP-DATE.
042800     MOVE MSTEXTI         TO GR-MSK-TEXT.
042900     PERFORM 7050-STAMP-RECORD THRU 7050-EXIT.
043000     EXEC CICS WRITE FILE("MSGTAB")
043100         FROM(GR-MSK-RECORD)
043200         RIDFLD(GR-MSK-KEY)
043300         RESP(GR-MMT-RESP)
043400     END-EXEC.
043500     IF GR-MMT-RESP = DFHRESP(DUPREC)
043600         MOVE "GX2009E - WINDOW ALREADY ON FILE - USE C TO CHANGE"
043700             TO ERRMSGO
043800         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
043900         GO TO 2200-EXIT
044000     END-IF.
044100     IF GR-MMT-RESP NOT = DFHRESP(NORMAL)
044200         MOVE "GX2013E - UNABLE TO SAVE - CONTACT SUPPORT"
044300             TO ERRMSGO
044400         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
044500         GO TO 2200-EXIT
044600     END-IF.
044700     MOVE SPACES TO GR-MMT-OLD-TEXT.
044800     MOVE ZERO   TO GR-MMT-OLD-EXP.
044900     MOVE "A" TO GR-MMT-HIS-ACTION.
045000     PERFORM 7100-WRITE-CHANGE-HISTORY THRU 7100-EXIT.
045100     MOVE "GX2012I - WINDOW ADDED" TO ERRMSGO.
045200     PERFORM 2800-FINISH-SAVE THRU 2800-EXIT.
045300 2200-EXIT.
045400     EXIT.
045500*
045600******************************************************************
045700*    2300-CHANGE-WINDOW                                         *
045800*    CHANGES THE TEXT AND/OR EXPIRY OF AN EXISTING WINDOW. AN    *
045900*    EXPIRY BROUGHT FORWARD IS AN EXPIRY IN ALL BUT NAME AND     *
046000*    GETS THE SAME REFERENCE CHECKS; A LAPSED WINDOW OPENED UP   *
046100*    AGAIN COUNTS AGAINST THE CAPACITY LIKE A NEW ONE. ALL THE   *
046200*    BROWSING IS DONE BEFORE THE READ FOR UPDATE SO THE RECORD   *
046300*    IS HELD ONLY FOR THE REWRITE ITSELF. ONCE THE EFFECTIVE     *
046310*    DATE HAS COME ONLY THE EXPIRY MAY CHANGE - THE TEXT MUST    *
046320*    BE KEYED AS IT STANDS.                                      *
046400******************************************************************
046500 2300-CHANGE-WINDOW.
046600     PERFORM 2160-EDIT-TEXT THRU 2160-EXIT.
046700     IF GR-MMT-INPUT-INVALID
046800         GO TO 2300-EXIT
046900     END-IF.
047000     PERFORM 2150-EDIT-EXP-DATE THRU 2150-EXIT.
047100     IF GR-MMT-INPUT-INVALID
047200         GO TO 2300-EXIT
047300     END-IF.
047400     IF GR-MMT-EFF-NORM > GR-MMT-EXP-NORM
047500         MOVE "GX2008E - EFFECTIVE DATE IS AFTER EXPIRY"
047510             TO ERRMSGO
047600         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
047700         GO TO 2300-EXIT
047800     END-IF.
047900     PERFORM 2350-READ-OLD-WINDOW THRU 2350-EXIT.
048000     IF GR-MMT-INPUT-INVALID
048100         GO TO 2300-EXIT
048200     END-IF.
048210     IF GR-MMT-EFF-NORM NOT > GR-MMT-TODAY
048220             AND MSTEXTI NOT = GR-MMT-OLD-TEXT
048230         MOVE "GX2027E - TEXT IN FORCE - EXPIRE AND ADD A WINDOW"
048240             TO ERRMSGO
048250         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
048260         GO TO 2300-EXIT
048270     END-IF.
048300     PERFORM 2600-SCAN-CODE-WINDOWS THRU 2600-EXIT.
048400     IF GR-MMT-OVERLAP
048500         MOVE "GX2010E - WINDOW OVERLAPS ANOTHER FOR THIS CODE"
048600             TO ERRMSGO
048700         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
048800         GO TO 2300-EXIT
048900     END-IF.
049000     IF GR-MMT-EXP-NORM < GR-MMT-OLD-EXP-NORM
049100         PERFORM 2900-CHECK-CODE-REFERENCES THRU 2900-EXIT
049200         IF GR-MMT-CODE-IN-USE
049300             GO TO 2300-EXIT
049400         END-IF
049500     END-IF.
049600     IF GR-MMT-OLD-EXP-NORM < GR-MMT-TODAY
049700             AND GR-MMT-EXP-NORM NOT < GR-MMT-TODAY
049800         PERFORM 2700-COUNT-LIVE-WINDOWS THRU 2700-EXIT
049900         IF GR-MMT-LIVE-COUNT NOT < GR-MMT-TABLE-MAX
050000             MOVE "GX2011E - TABLE FULL - 500 WINDOWS IN FORCE"
050100                 TO ERRMSGO
050200             PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
050300             GO TO 2300-EXIT
050400         END-IF
050500     END-IF.
050600     PERFORM 2380-READ-FOR-UPDATE THRU 2380-EXIT.
050700     IF GR-MMT-INPUT-INVALID
050800         GO TO 2300-EXIT
050900     END-IF.
051000     MOVE GR-MMT-NEW-EXP TO GR-MSK-EXP-DATE.
051100     MOVE MSTEXTI        TO GR-MSK-TEXT.
051200     MOVE "C" TO GR-MMT-HIS-ACTION.
051300     PERFORM 2390-REWRITE-WINDOW THRU 2390-EXIT.
051400     IF GR-MMT-INPUT-INVALID
051500         GO TO 2300-EXIT
051600     END-IF.
051700     MOVE "GX2016I - WINDOW CHANGED" TO ERRMSGO.
051800     PERFORM 2800-FINISH-SAVE THRU 2800-EXIT.
051900 2300-EXIT.
052000     EXIT.
052100*
052200 2350-READ-OLD-WINDOW.
052300     EXEC CICS READ FILE("MSGTAB")
052400         INTO(GR-MMT-OLD-RECORD)
052500         RIDFLD(GR-MMT-KEY)
052600         RESP(GR-MMT-RESP)
052700     END-EXEC.
052800     IF GR-MMT-RESP = DFHRESP(NOTFND)
052900         MOVE "Y" TO GR-MMT-ERROR-SW
053000         MOVE "GX2014E - NO WINDOW FOR THIS CODE AND DATE"
053100             TO ERRMSGO
053200         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
053300         GO TO 2350-EXIT
053400     END-IF.
053500     IF GR-MMT-RESP NOT = DFHRESP(NORMAL)
053600         MOVE "Y" TO GR-MMT-ERROR-SW
053700         MOVE "GX2015E - MESSAGE TABLE UNAVAILABLE" TO ERRMSGO
053800         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
053900         GO TO 2350-EXIT
054000     END-IF.
054100     IF GR-MMT-OLD-EXP = ZERO
054200         MOVE 99999999 TO GR-MMT-OLD-EXP-NORM
054300     ELSE
054400         MOVE GR-MMT-OLD-EXP TO GR-MMT-OLD-EXP-NORM
054500     END-IF.
054600 2350-EXIT.
054700     EXIT.
054800*
054900 2380-READ-FOR-UPDATE.
055000     EXEC CICS READ FILE("MSGTAB")
055100         INTO(GR-MSK-RECORD)
055200         RIDFLD(GR-MMT-KEY)
055300         UPDATE
055400         RESP(GR-MMT-RESP)
055500     END-EXEC.
055600     IF GR-MMT-RESP NOT = DFHRESP(NORMAL)
055700         MOVE "Y" TO GR-MMT-ERROR-SW
055800         MOVE "GX2015E - MESSAGE TABLE UNAVAILABLE" TO ERRMSGO
055900         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
056000     END-IF.
056100 2380-EXIT.
056200     EXIT.
056300*
056400 2390-REWRITE-WINDOW.
056500     PERFORM 7050-STAMP-RECORD THRU 7050-EXIT.
056600     EXEC CICS REWRITE FILE("MSGTAB")
056700         FROM(GR-MSK-RECORD)
056800         RESP(GR-MMT-RESP)
056900     END-EXEC.
057000     IF GR-MMT-RESP NOT = DFHRESP(NORMAL)
057100         MOVE "Y" TO GR-MMT-ERROR-SW
057200         MOVE "GX2013E - UNABLE TO SAVE - CONTACT SUPPORT"
057300             TO ERRMSGO
057400         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
057500         GO TO 2390-EXIT
057600     END-IF.
057700     PERFORM 7100-WRITE-CHANGE-HISTORY THRU 7100-EXIT.
057800 2390-EXIT.
057900     EXIT.
058000*
058100******************************************************************
058200*    2400-EXPIRE-WINDOW                                         *
058300*    ENDS A WINDOW AT THE KEYED EXPIRY DATE, OR TODAY WHEN NONE  *
058400*    IS KEYED. THE NEW EXPIRY MUST FALL INSIDE THE WINDOW AS IT  *
058500*    STANDS, AND THE CALENDAR AND QUEUED-REQUEST CHECKS MUST     *
058600*    PASS. THE TEXT IS KEPT AS IT WAS.                           *
058700******************************************************************
058800 2400-EXPIRE-WINDOW.
058900     PERFORM 2350-READ-OLD-WINDOW THRU 2350-EXIT.
059000     IF GR-MMT-INPUT-INVALID
059100         GO TO 2400-EXIT
059200     END-IF.
059300     IF GR-MMT-OLD-EXP-NORM < GR-MMT-TODAY
059400         MOVE "GX2017E - WINDOW HAS ALREADY EXPIRED" TO ERRMSGO
059500         PERFORM 2500-SHOW-WINDOW THRU 2500-EXIT
059600         GO TO 2400-EXIT
059700     END-IF.
059800     PERFORM 2150-EDIT-EXP-DATE THRU 2150-EXIT.
059900     IF GR-MMT-INPUT-INVALID
060000         GO TO 2400-EXIT
060100     END-IF.
060200     IF GR-MMT-NEW-EXP = ZERO
060300         MOVE GR-MMT-TODAY TO GR-MMT-NEW-EXP
060400                              GR-MMT-EXP-NORM
060500     END-IF.
060600     IF GR-MMT-EXP-NORM < GR-MMT-EFF-NORM
060700         MOVE "GX2018E - EXPIRY IS BEFORE THE EFFECTIVE DATE"
060800             TO ERRMSGO
060900         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
061000         GO TO 2400-EXIT
061100     END-IF.
061200     IF GR-MMT-EXP-NORM NOT < GR-MMT-OLD-EXP-NORM
061300         MOVE "GX2019E - EXPIRY MUST BE BEFORE THE CURRENT ONE"
061400             TO ERRMSGO
061500         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
061600         GO TO 2400-EXIT
061700     END-IF.
061800     PERFORM 2600-SCAN-CODE-WINDOWS THRU 2600-EXIT.
061900     PERFORM 2900-CHECK-CODE-REFERENCES THRU 2900-EXIT.
062000     IF GR-MMT-CODE-IN-USE
062100         GO TO 2400-EXIT
062200     END-IF.
062300     PERFORM 2380-READ-FOR-UPDATE THRU 2380-EXIT.
062400     IF GR-MMT-INPUT-INVALID
062500         GO TO 2400-EXIT
062600     END-IF.
062700     MOVE GR-MMT-NEW-EXP TO GR-MSK-EXP-DATE.
062800     MOVE "X" TO GR-MMT-HIS-ACTION.
062900     PERFORM 2390-REWRITE-WINDOW THRU 2390-EXIT.
063000     IF GR-MMT-INPUT-INVALID
063100         GO TO 2400-EXIT
063200     END-IF.
063300     MOVE "GX2020I - WINDOW EXPIRED" TO ERRMSGO.
063400     PERFORM 2800-FINISH-SAVE THRU 2800-EXIT.
063500 2400-EXIT.
063600     EXIT.
063700*
063800******************************************************************
063900*    2500-SHOW-WINDOW                                           *
064000*    ENTER WITH NO ACTION - SHOWS THE WINDOW FOR THE KEYED CODE  *
064100*    AND EFFECTIVE DATE. ANY MESSAGE ALREADY SET BY THE CALLER   *
064200*    IS KEPT.                                                    *
064300******************************************************************
064400 2500-SHOW-WINDOW.
064500     EXEC CICS READ FILE("MSGTAB")
064600         INTO(GR-MSK-RECORD)
064700         RIDFLD(GR-MMT-KEY)
064800         RESP(GR-MMT-RESP)
064900     END-EXEC.
065000     IF GR-MMT-RESP = DFHRESP(NOTFND)
065100         MOVE SPACES TO MSTEXTO EXPDTO CHGBYO CHGDTO CHGTMO
065200         MOVE "GX2021I - NO WINDOW ON FILE - PF8 BROWSES ON"
065300             TO ERRMSGO
065400         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
065500         GO TO 2500-EXIT
065600     END-IF.
065700     IF GR-MMT-RESP NOT = DFHRESP(NORMAL)
065800         MOVE "GX2015E - MESSAGE TABLE UNAVAILABLE" TO ERRMSGO
065900         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
066000         GO TO 2500-EXIT
066100     END-IF.
066200     PERFORM 2550-MOVE-RECORD-TO-MAP THRU 2550-EXIT.
066300     IF ERRMSGO = SPACES
066400             AND GR-MSK-EXP-DATE NOT = ZERO
066500             AND GR-MSK-EXP-DATE < GR-MMT-TODAY
066600         MOVE "GX2022I - WINDOW SHOWN HAS EXPIRED" TO ERRMSGO
066700     END-IF.
066800     PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT.
066900 2500-EXIT.
067000     EXIT.
067100*
067200 2550-MOVE-RECORD-TO-MAP.
067300     MOVE GR-MSK-CODE TO MSCODEO.
067400     MOVE SPACES TO EFFDTO EXPDTO CHGBYO CHGDTO CHGTMO.
067500     IF GR-MSK-EFF-DATE NOT = ZERO
067600         MOVE GR-MSK-EFF-DATE TO EFFDTO
067700     END-IF.
067800     IF GR-MSK-EXP-DATE NOT = ZERO
067900         MOVE GR-MSK-EXP-DATE TO EXPDTO
068000     END-IF.
068100     MOVE GR-MSK-TEXT TO MSTEXTO.
068200     IF GR-MSK-CHANGED-BY NOT = SPACES
068300         MOVE GR-MSK-CHANGED-BY TO CHGBYO
068400     END-IF.
068500     IF GR-MSK-CHANGED-DATE IS NUMERIC
068600             AND GR-MSK-CHANGED-DATE NOT = ZERO
068700         MOVE GR-MSK-CHANGED-DATE TO GR-MMT-WORK-DATE-NUM
068800         PERFORM 8200-FORMAT-DATE THRU 8200-EXIT
068900         MOVE GR-MMT-DISP-DATE TO CHGDTO
069000         MOVE GR-MSK-CHANGED-TIME TO GR-MMT-WORK-TIME-NUM
069100         STRING GR-MMT-WORK-HH ":"
069200                GR-MMT-WORK-MN ":"
069300                GR-MMT-WORK-SS
069400             DELIMITED BY SIZE INTO CHGTMO
069500     END-IF.
069600 2550-EXIT.
069700     EXIT.
069800*
069900******************************************************************
070000*    2600-SCAN-CODE-WINDOWS                                     *
070100*    BROWSES EVERY WINDOW ON FILE FOR THE KEYED CODE (THEY SIT   *
070200*    TOGETHER IN KEY ORDER), SKIPPING THE WINDOW BEING WORKED    *
070300*    ON. EACH ONE IS TESTED FOR OVERLAP WITH THE NEW WINDOW -    *
070400*    THE SAME TEST AS 6110-TEST-ONE-WINDOW IN GRMSGED, WHERE A   *
070500*    SHARED BOUNDARY DAY COUNTS - AND KEPT IN THE WINDOW TABLE   *
070600*    FOR 2950-TEST-COVERAGE.                                     *
070700******************************************************************
070800 2600-SCAN-CODE-WINDOWS.
070900     MOVE "N" TO GR-MMT-OVERLAP-SW GR-MMT-END-SW.
071000     MOVE ZERO TO GR-MMT-WIN-COUNT.
071100     MOVE GR-MMT-KEY-CODE TO GR-MMT-BK-CODE.
071200     MOVE ZERO TO GR-MMT-BK-EFF.
071300     EXEC CICS STARTBR FILE("MSGTAB")
071400         RIDFLD(GR-MMT-BROWSE-KEY)
071500         GTEQ
071600         RESP(GR-MMT-RESP)
071700     END-EXEC.
071800     IF GR-MMT-RESP NOT = DFHRESP(NORMAL)
071900         GO TO 2600-EXIT
072000     END-IF.
072100     PERFORM 2610-SCAN-ONE-WINDOW THRU 2610-EXIT
072200             UNTIL GR-MMT-BROWSE-ENDED.
072300     EXEC CICS ENDBR FILE("MSGTAB")
072400         RESP(GR-MMT-RESP2)
072500     END-EXEC.
072600 2600-EXIT.
072700     EXIT.
072800*
072900 2610-SCAN-ONE-WINDOW.
073000     EXEC CICS READNEXT FILE("MSGTAB")
073100         INTO(GR-MMT-SCAN-RECORD)
073200         RIDFLD(GR-MMT-BROWSE-KEY)
073300         RESP(GR-MMT-RESP)
073400     END-EXEC.
073500     IF GR-MMT-RESP NOT = DFHRESP(NORMAL)
073600             OR GR-MMT-SCAN-CODE NOT = GR-MMT-KEY-CODE
073700         SET GR-MMT-BROWSE-ENDED TO TRUE
073800         GO TO 2610-EXIT
073900     END-IF.
074000     IF GR-MMT-SCAN-KEY = GR-MMT-KEY
074100         GO TO 2610-EXIT
074200     END-IF.
074300     MOVE GR-MMT-SCAN-EFF TO GR-MMT-SCAN-EFF-NORM.
074400     IF GR-MMT-SCAN-EXP = ZERO
074500         MOVE 99999999 TO GR-MMT-SCAN-EXP-NORM
074600     ELSE
074700         MOVE GR-MMT-SCAN-EXP TO GR-MMT-SCAN-EXP-NORM
074800     END-IF.
074900     IF GR-MMT-EFF-NORM NOT > GR-MMT-SCAN-EXP-NORM
075000             AND GR-MMT-SCAN-EFF-NORM NOT > GR-MMT-EXP-NORM
075100         SET GR-MMT-OVERLAP TO TRUE
075200     END-IF.
075300     IF GR-MMT-WIN-COUNT < GR-MMT-WIN-MAX
075400         ADD 1 TO GR-MMT-WIN-COUNT
075500         MOVE GR-MMT-SCAN-EFF-NORM
075600             TO GR-MMT-WIN-EFF(GR-MMT-WIN-COUNT)
075700         MOVE GR-MMT-SCAN-EXP-NORM
075800             TO GR-MMT-WIN-EXP(GR-MMT-WIN-COUNT)
075900     END-IF.
076000 2610-EXIT.
076100     EXIT.
076200*
076300******************************************************************
076400*    2700-COUNT-LIVE-WINDOWS                                    *
076500*    COUNTS THE WINDOWS ON FILE THAT ARE IN FORCE OR YET TO      *
076600*    COME - THE ONES GRMSGED WILL UNLOAD FOR GREET.              *
076700******************************************************************
076800 2700-COUNT-LIVE-WINDOWS.
076900     MOVE ZERO TO GR-MMT-LIVE-COUNT.
077000     MOVE "N" TO GR-MMT-END-SW.
077100     MOVE LOW-VALUES TO GR-MMT-BROWSE-KEY.
077200     EXEC CICS STARTBR FILE("MSGTAB")
077300         RIDFLD(GR-MMT-BROWSE-KEY)
077400         GTEQ
077500         RESP(GR-MMT-RESP)
077600     END-EXEC.
077700     IF GR-MMT-RESP NOT = DFHRESP(NORMAL)
077800         GO TO 2700-EXIT
077900     END-IF.
078000     PERFORM 2710-COUNT-ONE-WINDOW THRU 2710-EXIT
078100             UNTIL GR-MMT-BROWSE-ENDED.
078200     EXEC CICS ENDBR FILE("MSGTAB")
078300         RESP(GR-MMT-RESP2)
078400     END-EXEC.
078500 2700-EXIT.
078600     EXIT.
078700*
078800 2710-COUNT-ONE-WINDOW.
078900     EXEC CICS READNEXT FILE("MSGTAB")
079000         INTO(GR-MMT-SCAN-RECORD)
079100         RIDFLD(GR-MMT-BROWSE-KEY)
079200         RESP(GR-MMT-RESP)
079300     END-EXEC.
079400     IF GR-MMT-RESP NOT = DFHRESP(NORMAL)
079500         SET GR-MMT-BROWSE-ENDED TO TRUE
079600         GO TO 2710-EXIT
079700     END-IF.
079800     IF GR-MMT-SCAN-EXP = ZERO
079900             OR GR-MMT-SCAN-EXP NOT < GR-MMT-TODAY
080000         ADD 1 TO GR-MMT-LIVE-COUNT
080100     END-IF.
080200 2710-EXIT.
080300     EXIT.
080400*
080500******************************************************************
080600*    2800-FINISH-SAVE                                           *
080700*    SHOWS THE WINDOW AS SAVED, WITH THE NEW CHANGE STAMP, AND   *
080800*    WARNS IF THE HISTORY RECORD COULD NOT BE WRITTEN - THE      *
080900*    SAVE STANDS EITHER WAY, AS IN GRMAINT.                      *
081000******************************************************************
081100 2800-FINISH-SAVE.
081200     PERFORM 2550-MOVE-RECORD-TO-MAP THRU 2550-EXIT.
081300     IF GR-MMT-RESP2 NOT = DFHRESP(NORMAL)
081400         MOVE "GX2026W - SAVED - HISTORY NOT RECORDED" TO ERRMSGO
081500     END-IF.
081600     PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT.
081700 2800-EXIT.
081800     EXIT.
081900*
082000******************************************************************
082100*    2900-CHECK-CODE-REFERENCES                                 *
082200*    BEFORE A WINDOW IS CUT SHORT TO END ON GR-MMT-EXP-NORM:     *
082300*      - EVERY SHOP CALENDAR DATE FROM THE DAY AFTER THE NEW     *
082400*        EXPIRY TO THE OLD ONE THAT NAMES THIS CODE MUST BE      *
082500*        COVERED BY ANOTHER WINDOW FOR THE CODE, OR GREET WOULD  *
082600*        FIND NO TEXT FOR THE CALENDAR OVERRIDE ON THAT DAY;     *
082700*      - NO QUEUED REQMAST REQUEST (SUBMITTED, IN PROGRESS OR    *
082800*        AWAITING APPROVAL) MAY ASK FOR THIS CODE UNLESS ANOTHER *
082900*        WINDOW TAKES OVER THE DAY AFTER THE NEW EXPIRY - A      *
083000*        QUEUED REQUEST CAN RUN ON ANY LATER NIGHT.              *
083100*    ON A HIT THE MESSAGE IS SENT AND GR-MMT-IN-USE-SW IS SET.   *
083200*    A CALENDAR OR REQUEST FILE THAT CANNOT BE READ REFUSES THE  *
083300*    EXPIRY TOO, RATHER THAN LET IT THROUGH UNCHECKED.           *
083400******************************************************************
083500 2900-CHECK-CODE-REFERENCES.
083600     MOVE "N" TO GR-MMT-IN-USE-SW.
083700     COMPUTE GR-MMT-NEXT-DATE = FUNCTION DATE-OF-INTEGER
083800         (FUNCTION INTEGER-OF-DATE(GR-MMT-EXP-NORM) + 1).
083900     MOVE GR-MMT-NEXT-DATE TO GR-MMT-CAL-KEY.
084000     MOVE "N" TO GR-MMT-END-SW.
084100     EXEC CICS STARTBR FILE("GRCALV")
084200         RIDFLD(GR-MMT-CAL-KEY)
084300         GTEQ
084400         RESP(GR-MMT-RESP)
084500     END-EXEC.
084600     IF GR-MMT-RESP = DFHRESP(NORMAL)
084700         PERFORM 2910-CHECK-ONE-CALENDAR-DATE THRU 2910-EXIT
084800                 UNTIL GR-MMT-BROWSE-ENDED
084900         EXEC CICS ENDBR FILE("GRCALV")
085000             RESP(GR-MMT-RESP2)
085100         END-EXEC
085200     ELSE
085300         IF GR-MMT-RESP NOT = DFHRESP(NOTFND)
085400             MOVE "Y" TO GR-MMT-IN-USE-SW
085500             MOVE "GX2025E - CALENDAR UNAVAILABLE - NOT EXPIRED"
085600                 TO ERRMSGO
085700         END-IF
085800     END-IF.
085900     IF GR-MMT-CODE-IN-USE
086000         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
086100         GO TO 2900-EXIT
086200     END-IF.
086300     MOVE GR-MMT-NEXT-DATE TO GR-MMT-TEST-DATE.
086400     PERFORM 2950-TEST-COVERAGE THRU 2950-EXIT.
086500     IF GR-MMT-DATE-COVERED
086600         GO TO 2900-EXIT
086700     END-IF.
086800     MOVE "N" TO GR-MMT-END-SW.
086900     MOVE LOW-VALUES TO GR-MMT-REQ-KEY.
087000     EXEC CICS STARTBR FILE("REQMAST")
087100         RIDFLD(GR-MMT-REQ-KEY)
087200         GTEQ
087300         RESP(GR-MMT-RESP)
087400     END-EXEC.
087500     IF GR-MMT-RESP = DFHRESP(NORMAL)
087600         PERFORM 2920-CHECK-ONE-REQUEST THRU 2920-EXIT
087700                 UNTIL GR-MMT-BROWSE-ENDED
087800         EXEC CICS ENDBR FILE("REQMAST")
087900             RESP(GR-MMT-RESP2)
088000         END-EXEC
088100     ELSE
088200         IF GR-MMT-RESP NOT = DFHRESP(NOTFND)
088300             MOVE "Y" TO GR-MMT-IN-USE-SW
088400             MOVE "GX2025E - REQMAST UNAVAILABLE - NOT EXPIRED"
088500                 TO ERRMSGO
088600         END-IF
088700     END-IF.
088800     IF GR-MMT-CODE-IN-USE
088900         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
089000     END-IF.
089100 2900-EXIT.
089200     EXIT.
089300*
089400 2910-CHECK-ONE-CALENDAR-DATE.
089500     EXEC CICS READNEXT FILE("GRCALV")
089600         INTO(GR-CAL-RECORD)
089700         RIDFLD(GR-MMT-CAL-KEY)
089800         RESP(GR-MMT-RESP)
089900     END-EXEC.
090000     IF GR-MMT-RESP NOT = DFHRESP(NORMAL)
090100             OR GR-CAL-DATE > GR-MMT-OLD-EXP-NORM
090200         SET GR-MMT-BROWSE-ENDED TO TRUE
090300         GO TO 2910-EXIT
090400     END-IF.
090500     IF GR-CAL-MSG-CODE NOT = GR-MMT-KEY-CODE
090600         GO TO 2910-EXIT
090700     END-IF.
090800     MOVE GR-CAL-DATE TO GR-MMT-TEST-DATE.
090900     PERFORM 2950-TEST-COVERAGE THRU 2950-EXIT.
091000     IF GR-MMT-DATE-COVERED
091100         GO TO 2910-EXIT
091200     END-IF.
091300     SET GR-MMT-CODE-IN-USE TO TRUE.
091400     SET GR-MMT-BROWSE-ENDED TO TRUE.
091500     MOVE GR-CAL-DATE TO GR-MMT-WORK-DATE-NUM.
091600     PERFORM 8200-FORMAT-DATE THRU 8200-EXIT.
091700     STRING "GX2023E - SHOP CALENDAR USES THIS CODE ON "
091800            GR-MMT-DISP-DATE
091900            " - NOT EXPIRED"
092000         DELIMITED BY SIZE INTO ERRMSGO.
092100 2910-EXIT.
092200     EXIT.
092300*
092400 2920-CHECK-ONE-REQUEST.
092500     EXEC CICS READNEXT FILE("REQMAST")
092600         INTO(GR-REQM-RECORD)
092700         RIDFLD(GR-MMT-REQ-KEY)
092800         RESP(GR-MMT-RESP)
092900     END-EXEC.
093000     IF GR-MMT-RESP NOT = DFHRESP(NORMAL)
093100         SET GR-MMT-BROWSE-ENDED TO TRUE
093200         GO TO 2920-EXIT
093300     END-IF.
093400     IF GR-REQM-MSG-CODE NOT = GR-MMT-KEY-CODE
093500         GO TO 2920-EXIT
093600     END-IF.
093700     IF GR-REQM-SUBMITTED OR GR-REQM-IN-PROGRESS
093800             OR GR-REQM-AWAITING-APPROVAL
093900         SET GR-MMT-CODE-IN-USE TO TRUE
094000         SET GR-MMT-BROWSE-ENDED TO TRUE
094100         STRING "GX2024E - QUEUED REQUEST "
094200                GR-REQM-OPERATOR-ID "/"
094300                GR-REQM-REQ-SEQ
094400                " STILL USES THIS CODE - NOT EXPIRED"
094500             DELIMITED BY SIZE INTO ERRMSGO
094600     END-IF.
094700 2920-EXIT.
094800     EXIT.
094900*
095000******************************************************************
095100*    2950-TEST-COVERAGE                                         *
095200*    IS GR-MMT-TEST-DATE INSIDE ANOTHER WINDOW FOR THE CODE?     *
095300******************************************************************
095400 2950-TEST-COVERAGE.
095500     MOVE "N" TO GR-MMT-COVERED-SW.
095600     PERFORM 2960-TEST-ONE-COVER THRU 2960-EXIT
095700             VARYING GR-MMT-WIN-SUB FROM 1 BY 1
095800             UNTIL GR-MMT-WIN-SUB > GR-MMT-WIN-COUNT
095900                 OR GR-MMT-DATE-COVERED.
096000 2950-EXIT.
096100     EXIT.
096200*
096300 2960-TEST-ONE-COVER.
096400     IF GR-MMT-WIN-EFF(GR-MMT-WIN-SUB) NOT > GR-MMT-TEST-DATE
096500             AND GR-MMT-WIN-EXP(GR-MMT-WIN-SUB)
096600                 NOT < GR-MMT-TEST-DATE
096700         SET GR-MMT-DATE-COVERED TO TRUE
096800     END-IF.
096900 2960-EXIT.
097000     EXIT.
097100*
097200******************************************************************
097300*    3000-BROWSE-NEXT-WINDOW                                    *
097400*    PF8 - SHOWS THE NEXT WINDOW ON FILE AFTER THE CODE AND      *
097500*    EFFECTIVE DATE ON THE SCREEN (OR THE FIRST WINDOW WHEN THE  *
097600*    CODE IS BLANK). PAST THE LAST WINDOW THE SCREEN CLEARS AND  *
097700*    THE NEXT PF8 STARTS THE BROWSE OVER, AS IN GRMAINT.         *
097800******************************************************************
097900 3000-BROWSE-NEXT-WINDOW.
098000     MOVE SPACES TO ERRMSGO.
098100     IF MSCODEI = SPACES OR MSCODEI = LOW-VALUES
098200         MOVE LOW-VALUES TO GR-MMT-BROWSE-KEY
098300     ELSE
098400         MOVE MSCODEI TO GR-MMT-BK-CODE
098500         IF EFFDTI IS NUMERIC
098600             MOVE EFFDTI TO GR-MMT-BK-EFF
098700         ELSE
098800             MOVE ZERO TO GR-MMT-BK-EFF
098900         END-IF
099000     END-IF.
099100     MOVE GR-MMT-BROWSE-KEY TO GR-MMT-KEY.
099200     EXEC CICS STARTBR FILE("MSGTAB")
099300         RIDFLD(GR-MMT-BROWSE-KEY)
099400         GTEQ
099500         RESP(GR-MMT-RESP)
099600     END-EXEC.
099700     IF GR-MMT-RESP NOT = DFHRESP(NORMAL)
099800         PERFORM 3100-CLEAR-WINDOW THRU 3100-EXIT
099900         MOVE "GX3000I - NO WINDOWS ON FILE AFTER THIS ONE"
100000             TO ERRMSGO
100100         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
100200         GO TO 3000-EXIT
100300     END-IF.
100400     EXEC CICS READNEXT FILE("MSGTAB")
100500         INTO(GR-MSK-RECORD)
100600         RIDFLD(GR-MMT-BROWSE-KEY)
100700         RESP(GR-MMT-RESP)
100800     END-EXEC.
100900     IF GR-MMT-RESP = DFHRESP(NORMAL)
101000             AND GR-MSK-KEY = GR-MMT-KEY
101100         EXEC CICS READNEXT FILE("MSGTAB")
101200             INTO(GR-MSK-RECORD)
101300             RIDFLD(GR-MMT-BROWSE-KEY)
101400             RESP(GR-MMT-RESP)
101500         END-EXEC
101600     END-IF.
101700     EXEC CICS ENDBR FILE("MSGTAB")
101800         RESP(GR-MMT-RESP2)
101900     END-EXEC.
102000     IF GR-MMT-RESP = DFHRESP(NORMAL)
102100         PERFORM 2550-MOVE-RECORD-TO-MAP THRU 2550-EXIT
102200         IF GR-MSK-EXP-DATE NOT = ZERO
102300                 AND GR-MSK-EXP-DATE < GR-MMT-TODAY
102400             MOVE "GX2022I - WINDOW SHOWN HAS EXPIRED" TO ERRMSGO
102500         END-IF
102600     ELSE
102700         PERFORM 3100-CLEAR-WINDOW THRU 3100-EXIT
102800         MOVE "GX3002I - END OF WINDOWS - PF8 AGAIN STARTS OVER"
102900             TO ERRMSGO
103000     END-IF.
103100     PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT.
103200 3000-EXIT.
103300     EXIT.
103400*
103500 3100-CLEAR-WINDOW.
103600     MOVE SPACES TO MSCODEO EFFDTO EXPDTO MSTEXTO
103700                    CHGBYO CHGDTO CHGTMO.
103800 3100-EXIT.
103900     EXIT.
104000*
104100******************************************************************
104200*    6000-VALIDATE-ONE-DATE                                     *
104300*    CONFIRMS GR-MMT-WORK-DATE IS A REAL CALENDAR DAY, BY THE    *
104400*    SAME RULES AS 6000-VALIDATE-ONE-DATE IN GRMSGED.            *
104500******************************************************************
104600 6000-VALIDATE-ONE-DATE.
104700     SET GR-MMT-DATE-OK TO TRUE.
104800     IF GR-MMT-WORK-MM < 01 OR GR-MMT-WORK-MM > 12
104900         MOVE "N" TO GR-MMT-DATE-OK-SW
105000         GO TO 6000-EXIT
105100     END-IF.
105200     EVALUATE GR-MMT-WORK-MM
105300         WHEN 01 WHEN 03 WHEN 05 WHEN 07
105400         WHEN 08 WHEN 10 WHEN 12
105500             MOVE 31 TO GR-MMT-DAYS-IN-MONTH
105600         WHEN 04 WHEN 06 WHEN 09 WHEN 11
105700             MOVE 30 TO GR-MMT-DAYS-IN-MONTH
105800         WHEN 02
105900             MOVE 28 TO GR-MMT-DAYS-IN-MONTH
106000             DIVIDE GR-MMT-WORK-CCYY BY 4
106100                 GIVING GR-MMT-LEAP-QUOT
106200                 REMAINDER GR-MMT-LEAP-REM
106300             IF GR-MMT-LEAP-REM = ZERO
106400                 MOVE 29 TO GR-MMT-DAYS-IN-MONTH
106500                 DIVIDE GR-MMT-WORK-CCYY BY 100
106600                     GIVING GR-MMT-LEAP-QUOT
106700                     REMAINDER GR-MMT-LEAP-REM
106800                 IF GR-MMT-LEAP-REM = ZERO
106900                     MOVE 28 TO GR-MMT-DAYS-IN-MONTH
107000                     DIVIDE GR-MMT-WORK-CCYY BY 400
107100                         GIVING GR-MMT-LEAP-QUOT
107200                         REMAINDER GR-MMT-LEAP-REM
107300                     IF GR-MMT-LEAP-REM = ZERO
107400                         MOVE 29 TO GR-MMT-DAYS-IN-MONTH
107500                     END-IF
107600                 END-IF
107700             END-IF
107800     END-EVALUATE.
107900     IF GR-MMT-WORK-DD < 01
108000             OR GR-MMT-WORK-DD > GR-MMT-DAYS-IN-MONTH
108100         MOVE "N" TO GR-MMT-DATE-OK-SW
108200     END-IF.
108300 6000-EXIT.
108400     EXIT.
108500*
108600******************************************************************
108700*    7000-GET-TIMESTAMP                                         *
108800*    TODAY'S DATE AND TIME AND THE CICS OPERATOR, TAKEN ONCE     *
108900*    PER TASK - THE DATE DRIVES THE IN-FORCE TESTS, AND ALL      *
109000*    THREE STAMP THE RECORD AND ITS HISTORY.                     *
109100******************************************************************
109200 7000-GET-TIMESTAMP.
109300     EXEC CICS ASKTIME
109400         ABSTIME(GR-MMT-ABSTIME)
109500     END-EXEC.
109600     EXEC CICS FORMATTIME
109700         ABSTIME(GR-MMT-ABSTIME)
109800         YYYYMMDD(GR-MMT-HIS-DATE)
109900         TIME(GR-MMT-HIS-TIME)
110000         RESP(GR-MMT-RESP2)
110100     END-EXEC.
110200     EXEC CICS ASSIGN
110300         OPID(GR-MMT-OPID)
110400     END-EXEC.
110500     MOVE GR-MMT-HIS-DATE(1:8) TO GR-MMT-TODAY.
110600 7000-EXIT.
110700     EXIT.
110800*
110900 7050-STAMP-RECORD.
111000     MOVE GR-MMT-OPID          TO GR-MSK-CHANGED-BY.
111100     MOVE GR-MMT-HIS-DATE(1:8) TO GR-MSK-CHANGED-DATE.
111200     MOVE GR-MMT-HIS-TIME(1:6) TO GR-MSK-CHANGED-TIME.
111300 7050-EXIT.
111400     EXIT.
111500*
111600******************************************************************
111700*    7100-WRITE-CHANGE-HISTORY                                  *
111800*    APPENDS ONE GRMSGHV RECORD FOR THE SAVE JUST MADE - WHO     *
111900*    (CICS OPERATOR AND TERMINAL), WHEN, AND THE BEFORE AND      *
112000*    AFTER EXPIRY AND TEXT. THE CALLER SETS GR-MMT-HIS-ACTION.   *
112100*    AS IN GRMAINT THE WRITE HAS ITS OWN RESP FIELD SO A         *
112200*    HISTORY PROBLEM CANNOT DISTURB THE SAVE ALREADY MADE.       *
112300******************************************************************
112400 7100-WRITE-CHANGE-HISTORY.
112500     MOVE SPACES               TO GR-MSH-RECORD.
112600     MOVE GR-MMT-HIS-ACTION    TO GR-MSH-ACTION.
112700     MOVE GR-MSK-CODE          TO GR-MSH-CODE.
112800     MOVE GR-MSK-EFF-DATE      TO GR-MSH-EFF-DATE.
112900     MOVE GR-MMT-HIS-DATE(1:8) TO GR-MSH-DATE.
113000     MOVE GR-MMT-HIS-TIME(1:6) TO GR-MSH-TIME.
113100     MOVE EIBTASKN             TO GR-MSH-TASK.
113200     MOVE GR-MMT-OPID          TO GR-MSH-OPERATOR.
113300     MOVE EIBTRMID             TO GR-MSH-TERMID.
113400     MOVE GR-MMT-OLD-EXP       TO GR-MSH-OLD-EXP-DATE.
113500     MOVE GR-MMT-OLD-TEXT      TO GR-MSH-OLD-TEXT.
113600     MOVE GR-MSK-EXP-DATE      TO GR-MSH-NEW-EXP-DATE.
113700     MOVE GR-MSK-TEXT          TO GR-MSH-NEW-TEXT.
113800     EXEC CICS WRITE FILE("GRMSGHV")
113900         FROM(GR-MSH-RECORD)
114000         RIDFLD(GR-MSH-KEY)
114100         RESP(GR-MMT-RESP2)
114200     END-EXEC.
114300 7100-EXIT.
114400     EXIT.
114500*
114600******************************************************************
114700*    8000-SEND-GOODBYE                                          *
114800*    SENT WHEN THE OPERATOR PRESSES PF3. THE TRANSACTION ENDS    *
114900*    WITHOUT A TRANSID ON THE FOLLOWING RETURN SO CICS DOES NOT  *
115000*    RE-ENTER GRMSGMT ON THE NEXT INPUT FROM THIS TERMINAL.      *
115100******************************************************************
115200 8000-SEND-GOODBYE.
115300     MOVE SPACES TO GRMSMAPO.
115400     MOVE "GX8000I - GREET MESSAGE TABLE MAINTENANCE ENDED"
115500         TO ERRMSGO.
115600     EXEC CICS SEND TEXT
115700         FROM(ERRMSGO)
115800         ERASE
115900         FREEKB
116000     END-EXEC.
116100     EXEC CICS RETURN
116200     END-EXEC.
116300 8000-EXIT.
116400     EXIT.
116500*
116600******************************************************************
116700*    8200-FORMAT-DATE                                           *
116800*    EDITS GR-MMT-WORK-DATE AS MM/DD/CCYY INTO GR-MMT-DISP-DATE. *
116900******************************************************************
117000 8200-FORMAT-DATE.
117100     MOVE SPACES TO GR-MMT-DISP-DATE.
117200     STRING GR-MMT-WORK-MM "/"
117300            GR-MMT-WORK-DD "/"
117400            GR-MMT-WORK-CCYY
117500         DELIMITED BY SIZE INTO GR-MMT-DISP-DATE.
117600 8200-EXIT.
117700     EXIT.
