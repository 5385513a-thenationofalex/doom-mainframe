000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRAPPRV.
000300 AUTHOR.        A J MARSH.
000400 INSTALLATION.  DOOM MAINFRAME SYSTEMS - ONLINE PRODUCTION.
000500 DATE-WRITTEN.  2026-09-28.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*    GRAPPRV                                                     *
001100*                                                                *
001200*    PSEUDO-CONVERSATIONAL CICS TRANSACTION (GRAP) FOR THE       *
001300*    SHIFT SUPERVISOR TO APPROVE OR REJECT REQUESTS THAT         *
001400*    GRREQLD LOADED AWAITING APPROVAL (REQMAST STATUS W) - ANY   *
001500*    HIGH-PRIORITY REQUEST AND ANY REQUEST OVER THE RQPARM       *
001600*    ITERATION THRESHOLD. GREET WILL NOT RUN SUCH A REQUEST      *
001700*    UNTIL IT HAS BEEN APPROVED HERE.                            *
001800*                                                                *
001900*    ENTER WITH THE DECISION FIELD BLANK SHOWS THE FIRST         *
002000*    PENDING REQUEST AT OR AFTER THE KEYED OPERATOR-ID (THE      *
002100*    FIRST ON FILE WHEN THE KEY IS BLANK) AND PF8 STEPS TO THE   *
002200*    NEXT ONE, SO THE SUPERVISOR CAN WORK DOWN THE WHOLE LIST.   *
002300*    KEYING A (APPROVE) OR R (REJECT) AND PRESSING ENTER         *
002400*    DECIDES THE REQUEST ON THE SCREEN - APPROVED GOES BACK TO   *
002500*    SUBMITTED FOR TONIGHT'S GREET RUN, REJECTED IS FINAL - AND  *
002600*    STAMPS THE CICS OPERATOR AND THE DATE AND TIME ON THE       *
002700*    REQMAST RECORD BEFORE MOVING ON TO THE NEXT PENDING ONE.    *
002800*    THE TRANSACTION IS RESTRICTED TO SHIFT SUPERVISORS BY       *
002900*    TRANSACTION SECURITY, NOT BY THIS PROGRAM.                  *
003000*                                                                *
003100*    MODIFICATION HISTORY                                       *
003200*    ----------------------                                     *
003300*    2026-09-28  AJM  INITIAL VERSION.                          *
003400*                                                                *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000*
004100******************************************************************
004200*    REQMAST IS THE CICS-MANAGED VSAM KSDS DEFINED VIA RESOURCE  *
004300*    DEFINITION ONLINE (RDO), THE SAME CLUSTER THE BATCH JOB     *
004400*    STREAM READS AND WRITES. THE MAPSET GRAPSET IS LIKEWISE     *
004500*    DEFINED VIA RDO AND LOADED AT RUNTIME FROM THE LOAD         *
004600*    LIBRARY.                                                    *
004700******************************************************************
004800 DATA DIVISION.
004900 WORKING-STORAGE SECTION.
005000 77  GR-APV-RESP                 PIC S9(08) COMP.
005100 77  GR-APV-RESP2                PIC S9(08) COMP.
005200 77  GR-APV-COMMAREA             PIC X(01) VALUE "R".
005300 77  GR-APV-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
005400 77  GR-APV-OPID                 PIC X(03) VALUE SPACES.
005500*    THE FORMATTIME OUTPUT AREAS ARE 10 AND 8 BYTES, AS IN
005600*    GRMAINT - ONLY THE LEADING 8/6 CHARACTERS CARRY DIGITS.
005700 77  GR-APV-DATE                 PIC X(10) VALUE SPACES.
005800 77  GR-APV-TIME                 PIC X(08) VALUE SPACES.
005900 77  GR-APV-TODAY                PIC 9(08) VALUE ZERO.
006000 77  GR-APV-DAYS-WAITING         PIC 9(05) COMP VALUE ZERO.
006100 77  GR-APV-DECISION             PIC X(01) VALUE SPACE.
006200     88  GR-APV-APPROVE          VALUE "A".
006300     88  GR-APV-REJECT           VALUE "R".
006400     88  GR-APV-NO-DECISION      VALUE " " LOW-VALUE.
006500 77  GR-APV-DECIDED-TEXT         PIC X(08) VALUE SPACES.
006600 77  GR-APV-ERROR-SW             PIC X(01) VALUE "N".
006700     88  GR-APV-DECISION-FAILED  VALUE "Y".
006800 77  GR-APV-FOUND-SW             PIC X(01) VALUE "N".
006900     88  GR-APV-PENDING-FOUND    VALUE "Y".
007000 77  GR-APV-END-SW               PIC X(01) VALUE "N".
007100     88  GR-APV-BROWSE-ENDED     VALUE "Y".
007200 77  GR-APV-SKIP-SW              PIC X(01) VALUE "N".
007300     88  GR-APV-SKIP-SHOWN       VALUE "Y".
007400 01  GR-APV-BROWSE-KEY.
007500     05  GR-APV-BK-OPERATOR      PIC X(08).
007600     05  GR-APV-BK-SEQ           PIC 9(03).
007700*    THE REQUEST ON THE SCREEN - THE ONE A DECISION APPLIES TO
007800*    AND THE ONE PF8 STEPS PAST.
007900 01  GR-APV-SHOWN-KEY.
008000     05  GR-APV-SK-OPERATOR      PIC X(08).
008100     05  GR-APV-SK-SEQ           PIC 9(03).
008200 01  GR-APV-WAIT-TEXT.
008300     05  GR-APV-WT-DAYS          PIC ZZZZ9.
008400     05  FILLER                  PIC X(07) VALUE " DAY(S)".
008500 01  GR-REQM-RECORD.
008600     COPY GRREQM.
008700     COPY GRAPMAP.
008800     COPY DFHAID.
008900     COPY DFHBMSCA.
009000 LINKAGE SECTION.
009100 01  DFHCOMMAREA                 PIC X(01).
009200*
009300 PROCEDURE DIVISION.
009400******************************************************************
009500*    0000-MAINLINE                                               *
009600*    EIBCALEN TELLS FIRST ENTRY (NO COMMAREA YET) FROM A         *
009700*    PSEUDO-CONVERSATIONAL RE-ENTRY, EXACTLY AS IN GRINQRY.      *
009800******************************************************************
009900 0000-MAINLINE.
010000     IF EIBCALEN = 0
010100         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
010200     ELSE
010300         PERFORM 1500-RECEIVE-AND-ROUTE THRU 1500-EXIT
010400     END-IF.
010500     EXEC CICS RETURN
010600         TRANSID("GRAP")
010700         COMMAREA(GR-APV-COMMAREA)
010800         LENGTH(1)
010900     END-EXEC.
011000 0000-EXIT.
011100     EXIT.
011200*
011300******************************************************************
011400*    1000-SEND-INITIAL-MAP                                      *
011500*    FIRST ENTRY INTO THE TRANSACTION. SENDS AN EMPTY APPROVAL   *
011600*    SCREEN WITH THE WORKING INSTRUCTIONS ON THE MESSAGE LINE.   *
011700******************************************************************
011800 1000-SEND-INITIAL-MAP.
011900     MOVE SPACES TO GRAPMAPO.
012000     MOVE "GW1000I - PRESS ENTER FOR THE FIRST REQUEST AWAITING AP
012100-         "PROVAL, PF3 EXITS" TO ERRMSGO.
012200     EXEC CICS SEND MAP("GRAPMAP")
012300         MAPSET("GRAPSET")
012400         FROM(GRAPMAPO)
012500         ERASE
012600     END-EXEC.
012700 1000-EXIT.
012800     EXIT.
012900*
013000******************************************************************
013100*    1500-RECEIVE-AND-ROUTE                                     *
013200*    RECEIVES THE SUPERVISOR'S INPUT AND ROUTES BY ATTENTION     *
013300*    IDENTIFIER - PF3 EXITS, ENTER DECIDES OR LOOKS UP, PF8      *
013400*    STEPS TO THE NEXT PENDING REQUEST, ANYTHING ELSE IS         *
013500*    REJECTED.                                                   *
013600******************************************************************
013700 1500-RECEIVE-AND-ROUTE.
013800     EXEC CICS RECEIVE MAP("GRAPMAP")
013900         MAPSET("GRAPSET")
014000         INTO(GRAPMAPI)
014100         RESP(GR-APV-RESP)
014200     END-EXEC.
014300     EVALUATE TRUE
014400         WHEN EIBAID = DFHPF3
014500             PERFORM 8000-SEND-GOODBYE THRU 8000-EXIT
014600         WHEN EIBAID = DFHENTER
014700             PERFORM 2000-PROCESS-ENTER THRU 2000-EXIT
014800         WHEN EIBAID = DFHPF8
014900             PERFORM 3000-BROWSE-NEXT-PENDING THRU 3000-EXIT
015000         WHEN OTHER
015100             PERFORM 1600-SEND-INVALID-KEY THRU 1600-EXIT
015200     END-EVALUATE.
015300 1500-EXIT.
015400     EXIT.
015500*
015600 1600-SEND-INVALID-KEY.
015700     MOVE "GW1600E - INVALID KEY PRESSED - USE ENTER, PF8 OR PF3"
015800         TO ERRMSGO.
015900     PERFORM 2050-SEND-APPROVAL-MAP THRU 2050-EXIT.
016000 1600-EXIT.
016100     EXIT.
016200*
016300******************************************************************
016400*    2000-PROCESS-ENTER                                         *
016500*    ENTER WITH NO DECISION SHOWS THE FIRST PENDING REQUEST AT   *
016600*    OR AFTER THE KEYED OPERATOR-ID AND SEQUENCE. ENTER WITH A   *
016700*    OR R DECIDES THE REQUEST ON THE SCREEN AND THEN SHOWS THE   *
016800*    NEXT PENDING ONE. A FAILED DECISION LEAVES THE SCREEN AS    *
016900*    IT WAS WITH THE REASON ON THE MESSAGE LINE.                 *
017000******************************************************************
017100 2000-PROCESS-ENTER.
017200     MOVE DECISNI TO GR-APV-DECISION.
017300     IF GR-APV-NO-DECISION
017400         PERFORM 2200-SET-KEY-FROM-SCREEN THRU 2200-EXIT
017500         MOVE "N" TO GR-APV-SKIP-SW
017600         PERFORM 2500-FIND-PENDING THRU 2500-EXIT
017700         IF GR-APV-PENDING-FOUND
017800             PERFORM 4000-SHOW-REQUEST THRU 4000-EXIT
017900         ELSE
018000             PERFORM 4500-CLEAR-DISPLAY-FIELDS THRU 4500-EXIT
018100             MOVE "GW2000I - NO REQUESTS AWAITING APPROVAL AT OR
018200-                 " AFTER THAT KEY" TO ERRMSGO
018300         END-IF
018400         PERFORM 2050-SEND-APPROVAL-MAP THRU 2050-EXIT
018500         GO TO 2000-EXIT
018600     END-IF.
018700     IF NOT GR-APV-APPROVE AND NOT GR-APV-REJECT
018800         MOVE "GW2001E - DECISION MUST BE A (APPROVE) OR R (REJECT
018900-             ")" TO ERRMSGO
019000         PERFORM 2050-SEND-APPROVAL-MAP THRU 2050-EXIT
019100         GO TO 2000-EXIT
019200     END-IF.
019300     IF OPERIDI = SPACES OR OPERIDI = LOW-VALUES
019400             OR REQSEQI IS NOT NUMERIC
019500         MOVE "GW2002E - NO REQUEST ON THE SCREEN - CLEAR THE DECI
019600-             "SION AND PRESS ENTER" TO ERRMSGO
019700         PERFORM 2050-SEND-APPROVAL-MAP THRU 2050-EXIT
019800         GO TO 2000-EXIT
019900     END-IF.
020000     MOVE OPERIDI TO GR-APV-SK-OPERATOR.
020100     MOVE REQSEQI TO GR-APV-SK-SEQ.
020200     PERFORM 2100-RECORD-DECISION THRU 2100-EXIT.
020300     IF GR-APV-DECISION-FAILED
020400         PERFORM 2050-SEND-APPROVAL-MAP THRU 2050-EXIT
020500         GO TO 2000-EXIT
020600     END-IF.
020700     MOVE GR-APV-SHOWN-KEY TO GR-APV-BROWSE-KEY.
020800     MOVE "Y" TO GR-APV-SKIP-SW.
020900     PERFORM 2500-FIND-PENDING THRU 2500-EXIT.
021000     IF GR-APV-PENDING-FOUND
021100         PERFORM 4000-SHOW-REQUEST THRU 4000-EXIT
021200         MOVE SPACES TO ERRMSGO
021300         STRING "GW2003I - " GR-APV-SK-OPERATOR
021400                " SEQ " GR-APV-SK-SEQ " "
021500                GR-APV-DECIDED-TEXT
021600                " - NEXT PENDING REQUEST SHOWN"
021700             DELIMITED BY SIZE INTO ERRMSGO
021800     ELSE
021900         PERFORM 4500-CLEAR-DISPLAY-FIELDS THRU 4500-EXIT
022000         MOVE SPACES TO OPERIDO
022100         MOVE SPACES TO REQSEQO
022200         MOVE SPACES TO ERRMSGO
022300         STRING "GW2004I - " GR-APV-SK-OPERATOR
022400                " SEQ " GR-APV-SK-SEQ " "
022500                GR-APV-DECIDED-TEXT
022600                " - NO FURTHER REQUESTS AWAITING APPROVAL"
022700             DELIMITED BY SIZE INTO ERRMSGO
022800     END-IF.
022900     PERFORM 2050-SEND-APPROVAL-MAP THRU 2050-EXIT.
023000 2000-EXIT.
023100     EXIT.
023200*
023202******************************************************************
023204*    2050-SEND-APPROVAL-MAP                                     *
023206*    REDISPLAYS THE APPROVAL SCREEN. THE MAPSET RUNS WITH FRSET, *
023208*    SO THE MODIFIED ATTRIBUTE IS SET BACK ON THE KEY FIELDS     *
023210*    HERE, AS ON THE GRNQ SCREEN, OR THE NEXT DECISION WOULD     *
023212*    ARRIVE WITH NO REQUEST KEY. THE DECISION FIELD IS LEFT      *
023214*    UNSET SO A DECISION IS NEVER RESENT BY ACCIDENT.            *
023216******************************************************************
023218 2050-SEND-APPROVAL-MAP.
023220     MOVE DFHBMFSE TO OPERIDA.
023222     MOVE DFHBMFSE TO REQSEQA.
023224     EXEC CICS SEND MAP("GRAPMAP")
023226         MAPSET("GRAPSET")
023228         FROM(GRAPMAPO)
023230         DATAONLY
023232         CURSOR
023234     END-EXEC.
023236 2050-EXIT.
023238     EXIT.
023240*
023300******************************************************************
023400*    2100-RECORD-DECISION                                       *
023500*    READS THE REQUEST ON THE SCREEN FOR UPDATE AND, PROVIDED    *
023600*    IT IS STILL AWAITING APPROVAL, MOVES IT TO SUBMITTED        *
023700*    (APPROVED) OR REJECTED AND STAMPS WHO DECIDED AND WHEN.     *
023800*    A REQUEST ANOTHER SUPERVISOR HAS ALREADY DECIDED, OR ONE    *
023900*    INTAKE HAS SINCE RETIRED, IS LEFT ALONE.                    *
024000******************************************************************
024100 2100-RECORD-DECISION.
024200     MOVE "N" TO GR-APV-ERROR-SW.
024300     EXEC CICS READ FILE("REQMAST")
024400         INTO(GR-REQM-RECORD)
024500         RIDFLD(GR-APV-SHOWN-KEY)
024600         UPDATE
024700         RESP(GR-APV-RESP)
024800     END-EXEC.
024900     IF GR-APV-RESP = DFHRESP(NOTFND)
025000         MOVE "GW2100E - REQUEST IS NO LONGER ON FILE"
025100             TO ERRMSGO
025200         MOVE "Y" TO GR-APV-ERROR-SW
025300         GO TO 2100-EXIT
025400     END-IF.
025500     IF GR-APV-RESP NOT = DFHRESP(NORMAL)
025600         MOVE "GW2101E - UNABLE TO READ REQMAST - CONTACT SUPPORT"
025700             TO ERRMSGO
025800         MOVE "Y" TO GR-APV-ERROR-SW
025900         GO TO 2100-EXIT
026000     END-IF.
026100     IF NOT GR-REQM-AWAITING-APPROVAL
026200         EXEC CICS UNLOCK FILE("REQMAST")
026300             RESP(GR-APV-RESP2)
026400         END-EXEC
026500         MOVE "GW2102E - REQUEST IS NO LONGER AWAITING APPROVAL"
026600             TO ERRMSGO
026700         MOVE "Y" TO GR-APV-ERROR-SW
026800         GO TO 2100-EXIT
026900     END-IF.
027000     PERFORM 7000-GET-DATE-TIME THRU 7000-EXIT.
027100     EXEC CICS ASSIGN
027200         OPID(GR-APV-OPID)
027300     END-EXEC.
027400     IF GR-APV-APPROVE
027500         MOVE "S" TO GR-REQM-STATUS
027600         MOVE "APPROVED" TO GR-APV-DECIDED-TEXT
027700     ELSE
027800         MOVE "R" TO GR-REQM-STATUS
027900         MOVE "REJECTED" TO GR-APV-DECIDED-TEXT
028000     END-IF.
028100     MOVE GR-APV-OPID         TO GR-REQM-DECIDED-BY.
028200     MOVE GR-APV-TODAY        TO GR-REQM-DECIDED-DATE.
028300     MOVE GR-APV-TIME(1:6)    TO GR-REQM-DECIDED-TIME.
028400     EXEC CICS REWRITE FILE("REQMAST")
028500         FROM(GR-REQM-RECORD)
028600         RESP(GR-APV-RESP)
028700     END-EXEC.
028800     IF GR-APV-RESP NOT = DFHRESP(NORMAL)
028900         MOVE "GW2103E - UNABLE TO RECORD DECISION - CONTACT SUPPO
029000-             "RT" TO ERRMSGO
029100         MOVE "Y" TO GR-APV-ERROR-SW
029200     END-IF.
029300 2100-EXIT.
029400     EXIT.
029500*
029600******************************************************************
029700*    2200-SET-KEY-FROM-SCREEN                                   *
029800*    BUILDS THE BROWSE KEY FROM THE KEYED OPERATOR-ID AND        *
029900*    SEQUENCE - A BLANK OPERATOR-ID STARTS AT THE TOP OF THE     *
030000*    FILE, A BLANK SEQUENCE AT THE OPERATOR'S FIRST REQUEST.     *
030100******************************************************************
030200 2200-SET-KEY-FROM-SCREEN.
030300     IF OPERIDI = SPACES OR OPERIDI = LOW-VALUES
030400         MOVE LOW-VALUES TO GR-APV-BROWSE-KEY
030500         GO TO 2200-EXIT
030600     END-IF.
030700     MOVE OPERIDI TO GR-APV-BK-OPERATOR.
030800     IF REQSEQI IS NUMERIC
030900         MOVE REQSEQI TO GR-APV-BK-SEQ
031000     ELSE
031100         MOVE ZERO TO GR-APV-BK-SEQ
031200     END-IF.
031300 2200-EXIT.
031400     EXIT.
031500*
031600******************************************************************
031700*    2500-FIND-PENDING                                          *
031800*    BROWSES REQMAST FROM GR-APV-BROWSE-KEY FOR THE FIRST        *
031900*    REQUEST AWAITING APPROVAL, STEPPING OVER THE ONE ON THE     *
032000*    SCREEN WHEN GR-APV-SKIP-SHOWN IS SET. LEAVES THE RECORD IN  *
032100*    GR-REQM-RECORD AND GR-APV-PENDING-FOUND SET WHEN ONE WAS    *
032200*    FOUND.                                                      *
032300******************************************************************
032400 2500-FIND-PENDING.
032500     MOVE "N" TO GR-APV-FOUND-SW.
032600     MOVE "N" TO GR-APV-END-SW.
032700     EXEC CICS STARTBR FILE("REQMAST")
032800         RIDFLD(GR-APV-BROWSE-KEY)
032900         GTEQ
033000         RESP(GR-APV-RESP)
033100     END-EXEC.
033200     IF GR-APV-RESP NOT = DFHRESP(NORMAL)
033300         GO TO 2500-EXIT
033400     END-IF.
033500     PERFORM 2510-READ-NEXT-REQUEST THRU 2510-EXIT
033600             UNTIL GR-APV-PENDING-FOUND
033700                 OR GR-APV-BROWSE-ENDED.
033800     EXEC CICS ENDBR FILE("REQMAST")
033900         RESP(GR-APV-RESP2)
034000     END-EXEC.
034100 2500-EXIT.
034200     EXIT.
034300*
034400 2510-READ-NEXT-REQUEST.
034500     EXEC CICS READNEXT FILE("REQMAST")
034600         INTO(GR-REQM-RECORD)
034700         RIDFLD(GR-APV-BROWSE-KEY)
034800         RESP(GR-APV-RESP)
034900     END-EXEC.
035000     IF GR-APV-RESP NOT = DFHRESP(NORMAL)
035100         SET GR-APV-BROWSE-ENDED TO TRUE
035200         GO TO 2510-EXIT
035300     END-IF.
035400     IF GR-APV-SKIP-SHOWN
035500             AND GR-REQM-KEY = GR-APV-SHOWN-KEY
035600         GO TO 2510-EXIT
035700     END-IF.
035800     IF GR-REQM-AWAITING-APPROVAL
035900         SET GR-APV-PENDING-FOUND TO TRUE
036000     END-IF.
036100 2510-EXIT.
036200     EXIT.
036300*
036400******************************************************************
036500*    3000-BROWSE-NEXT-PENDING                                   *
036600*    PF8 - SHOWS THE NEXT PENDING REQUEST AFTER THE ONE ON THE   *
036700*    SCREEN (OR THE FIRST ON FILE WHEN THE SCREEN IS BLANK).     *
036800*    PAST THE LAST ONE THE SCREEN CLEARS AND THE NEXT PF8        *
036900*    STARTS OVER, AS ON THE GRNQ SCREEN.                         *
037000******************************************************************
037100 3000-BROWSE-NEXT-PENDING.
037200     PERFORM 2200-SET-KEY-FROM-SCREEN THRU 2200-EXIT.
037300     MOVE GR-APV-BROWSE-KEY TO GR-APV-SHOWN-KEY.
037400     IF OPERIDI = SPACES OR OPERIDI = LOW-VALUES
037500             OR REQSEQI IS NOT NUMERIC
037600         MOVE "N" TO GR-APV-SKIP-SW
037700     ELSE
037800         MOVE "Y" TO GR-APV-SKIP-SW
037900     END-IF.
038000     PERFORM 2500-FIND-PENDING THRU 2500-EXIT.
038100     IF GR-APV-PENDING-FOUND
038200         PERFORM 4000-SHOW-REQUEST THRU 4000-EXIT
038300     ELSE
038400*        THE KEY FIELDS ARE BLANKED SO THE NEXT PF8 REALLY DOES
038500*        START THE BROWSE OVER, AS ON THE GRNQ SCREEN.
038600         PERFORM 4500-CLEAR-DISPLAY-FIELDS THRU 4500-EXIT
038700         MOVE SPACES TO OPERIDO
038800         MOVE SPACES TO REQSEQO
038900         MOVE "GW3000I - END OF PENDING REQUESTS - PF8 AGAIN START
039000-             "S OVER" TO ERRMSGO
039100     END-IF.
039200     PERFORM 2050-SEND-APPROVAL-MAP THRU 2050-EXIT.
039300 3000-EXIT.
039400     EXIT.
039500*
039600******************************************************************
039700*    4000-SHOW-REQUEST                                          *
039800*    FILLS THE DISPLAY FIELDS FROM THE PENDING REQUEST IN HAND,  *
039900*    INCLUDING WHY IT NEEDS APPROVAL AND HOW MANY DAYS IT HAS    *
040000*    WAITED SINCE IT WAS SUBMITTED. THE DECISION FIELD IS        *
040100*    CLEARED FOR THE SUPERVISOR TO KEY.                          *
040200******************************************************************
040300 4000-SHOW-REQUEST.
040400     MOVE GR-REQM-OPERATOR-ID TO OPERIDO.
040500     MOVE GR-REQM-REQ-SEQ TO REQSEQO.
040600     MOVE GR-REQM-MSG-CODE TO RQCODEO.
040700     MOVE GR-REQM-ITER-COUNT TO RQITERO.
040800     IF GR-REQM-HIGH-PRIORITY
040900         MOVE "H" TO RQPRIO
041000         MOVE "HIGH PRIORITY       " TO RQWHYO
041100     ELSE
041200         MOVE "N" TO RQPRIO
041300         MOVE "LARGE REQUEST       " TO RQWHYO
041400     END-IF.
041500     MOVE SPACES TO RQSUBO.
041600     MOVE SPACES TO RQWAITO.
041700     IF GR-REQM-SUBMIT-DATE IS NUMERIC
041800             AND GR-REQM-SUBMIT-DATE > ZERO
041900         STRING GR-REQM-SUBMIT-DATE " "
042000                GR-REQM-SUBMIT-TIME(1:6)
042100             DELIMITED BY SIZE INTO RQSUBO
042200         PERFORM 7000-GET-DATE-TIME THRU 7000-EXIT
042300         COMPUTE GR-APV-DAYS-WAITING =
042400             FUNCTION INTEGER-OF-DATE(GR-APV-TODAY)
042500             - FUNCTION INTEGER-OF-DATE(GR-REQM-SUBMIT-DATE)
042600         MOVE GR-APV-DAYS-WAITING TO GR-APV-WT-DAYS
042700         MOVE GR-APV-WAIT-TEXT TO RQWAITO
042800     END-IF.
042900     MOVE SPACES TO DECISNO.
043000     MOVE "GW4000I - KEY A (APPROVE) OR R (REJECT) AND PRESS ENTER
043100-         ", PF8 SHOWS THE NEXT" TO ERRMSGO.
043200 4000-EXIT.
043300     EXIT.
043400*
043500 4500-CLEAR-DISPLAY-FIELDS.
043600     MOVE SPACES TO RQCODEO RQITERO RQPRIO RQWHYO
043700                    RQSUBO RQWAITO DECISNO.
043800 4500-EXIT.
043900     EXIT.
044000*
046100******************************************************************
046200*    7000-GET-DATE-TIME                                         *
046300*    TODAY'S DATE AND THE TIME NOW FROM THE CICS CLOCK, FOR THE  *
046400*    DECISION STAMP AND THE DAYS-WAITING FIGURE.                 *
046500******************************************************************
046600 7000-GET-DATE-TIME.
046700     EXEC CICS ASKTIME
046800         ABSTIME(GR-APV-ABSTIME)
046900     END-EXEC.
047000     EXEC CICS FORMATTIME
047100         ABSTIME(GR-APV-ABSTIME)
047200         YYYYMMDD(GR-APV-DATE)
047300         TIME(GR-APV-TIME)
047400         RESP(GR-APV-RESP2)
047500     END-EXEC.
047600     MOVE GR-APV-DATE(1:8) TO GR-APV-TODAY.
047700 7000-EXIT.
047800     EXIT.
047900*
048000******************************************************************
048100*    8000-SEND-GOODBYE                                          *
048200*    SENT WHEN THE SUPERVISOR PRESSES PF3. THE TRANSACTION ENDS  *
048300*    WITHOUT A TRANSID ON THE FOLLOWING RETURN SO CICS DOES NOT  *
048400*    RE-ENTER GRAPPRV ON THE NEXT INPUT FROM THIS TERMINAL.      *
048500******************************************************************
048600 8000-SEND-GOODBYE.
048700     MOVE SPACES TO GRAPMAPO.
048800     MOVE "GW8000I - GREET SUPERVISOR APPROVAL ENDED"
048900         TO ERRMSGO.
049000     EXEC CICS SEND TEXT
049100         FROM(ERRMSGO)
049200         ERASE
049300         FREEKB
049400     END-EXEC.
049500     EXEC CICS RETURN
049600     END-EXEC.
049700 8000-EXIT.
049800     EXIT.
