001000*    GRMSGED                                                     *
001100*                                                                *
001200*    MESSAGE TABLE EDIT-AND-LOAD STEP. RUNS AHEAD OF GREET IN    *
001300*    GREETJ AND STANDS BETWEEN THE MSGTAB MESSAGE TABLE          *
001400*    AND THE TABLE GREET ACTUALLY LOADS. EVERY RECORD           *
001500*    IS EDITED - NON-BLANK CODE AND TEXT, NUMERIC AND VALID      *
001600*    CALENDAR DATES, EFFECTIVE NOT AFTER EXPIRY, NO TWO          *
001700*    RECORDS FOR THE SAME CODE WITH OVERLAPPING EFFECTIVE        *
002900*    COULD OVERLAP - WHICH IS HOW THE EASTER BANNER PRINTED      *
003000*    IN JULY.                                                    *
003100*                                                                *
003102*    MSGTAB IS A KSDS (GRMSGK.CPY) KEYED BY CODE AND EFFECTIVE   *
003104*    DATE, MAINTAINED ONLINE THROUGH THE GRMS TRANSACTION        *
003106*    (GRMSGMT), WHICH APPLIES THESE SAME EDITS AT ENTRY. THIS    *
003108*    STEP UNLOADS IT TO THE FLAT MSGCLEAN LAYOUT (GRMSGREC.CPY)  *
003110*    GREET LOADS, LEAVING OUT WINDOWS THAT EXPIRED BEFORE THE    *
003112*    RUNCTL BUSINESS DATE - THEY STAY ON THE KSDS AS HISTORY.    *
003114*    THE EDITS STILL RUN ON EVERY UNLOADED WINDOW AS THE LAST    *
003116*    LINE OF DEFENCE BEFORE GREET.                               *
003118*                                                                *
003120*    WHEN A //MSGSEED DD IS SUPPLIED AND MSGTAB IS STILL EMPTY,  *
003122*    THE OLD FLAT MESSAGE TABLE ON IT IS EDITED AND LOADED INTO  *
003124*    THE KSDS FIRST - THE ONE-TIME CONVERSION. A MSGSEED LEFT IN *
003126*    THE JCL AFTER THAT IS IGNORED WITH A WARNING.               *
003128*                                                                *
003130*    LAST, THE STEP RELOADS GRCALV - THE SHOP CALENDAR (CALFILE) *
003132*    KEYED BY DATE - SO GRMSGMT CAN TELL WHETHER THE CALENDAR    *
003134*    STILL NAMES A CODE BEFORE IT LETS A WINDOW BE EXPIRED.      *
003136*    PROBLEMS WITH GRCALV ARE WARNINGS ONLY - THEY DO NOT SET    *
003138*    THE RETURN CODE, WHICH WOULD HOLD GREET.                    *
003140*                                                                *
003200*    MODIFICATION HISTORY                                       *
003300*    ----------------------                                     *
003400*    2026-09-02  AJM  INITIAL VERSION.                          *
003410*    2026-10-07  AJM  MSGTAB IS NOW A KSDS MAINTAINED ONLINE BY  *
003420*                     GRMSGMT. UNLOADS THE WINDOWS STILL IN      *
003430*                     FORCE TO MSGCLEAN, LOADS THE OLD FLAT      *
003440*                     TABLE FROM MSGSEED ONCE, AND RELOADS THE   *
003450*                     GRCALV CALENDAR INDEX FOR GRMSGMT.         *
003500*                                                                *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL MSG-FILE ASSIGN TO "MSGTAB"
004310         ORGANIZATION IS INDEXED
004320         ACCESS MODE IS DYNAMIC
004330         RECORD KEY IS GR-MSK-KEY
004340         FILE STATUS IS GR-MED-MSG-STATUS.
004350     SELECT OPTIONAL SEED-FILE ASSIGN TO "MSGSEED"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS GR-MED-SEED-STATUS.
004505     SELECT OPTIONAL CAL-FILE ASSIGN TO "CALFILE"
004510         ORGANIZATION IS LINE SEQUENTIAL
004515         FILE STATUS IS GR-MED-CAL-STATUS.
004520     SELECT CALV-FILE ASSIGN TO "GRCALV"
004525         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS RANDOM
004535         RECORD KEY IS GR-MED-CALV-DATE
004540         FILE STATUS IS GR-MED-CALV-STATUS.
004545     SELECT OPTIONAL RCTL-FILE ASSIGN TO "RUNCTL"
004550         ORGANIZATION IS LINE SEQUENTIAL
004555         FILE STATUS IS GR-MED-RCTL-STATUS.
004600     SELECT CLEAN-FILE ASSIGN TO "MSGCLEAN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS GR-MED-CLEAN-STATUS.
005100         FILE STATUS IS GR-MED-RPT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  MSG-FILE.
005420 01  GR-MSK-RECORD.
005440     COPY GRMSGK.
005460 FD  SEED-FILE
005500     RECORDING MODE IS F.
005600 01  GR-MED-SEED-RECORD          PIC X(80).
005700 FD  CAL-FILE
005705     RECORDING MODE IS F.
005710 01  GR-CAL-RECORD.
005715     COPY GRCALREC.
005720 FD  CALV-FILE.
005725 01  GR-MED-CALV-RECORD.
005730     05  GR-MED-CALV-DATE        PIC 9(08).
005735     05  FILLER                  PIC X(72).
005740 FD  RCTL-FILE
005745     RECORDING MODE IS F.
005750 01  GR-RCT-RECORD.
005755     COPY GRRNCTL.
005800 FD  CLEAN-FILE
005900     RECORDING MODE IS F.
006000 01  GR-MED-CLEAN-RECORD         PIC X(80).
006500 77  GR-MED-MSG-STATUS           PIC X(02) VALUE "00".
006600 77  GR-MED-CLEAN-STATUS         PIC X(02) VALUE "00".
006700 77  GR-MED-RPT-STATUS           PIC X(02) VALUE "00".
006702 77  GR-MED-SEED-STATUS          PIC X(02) VALUE "00".
006704 77  GR-MED-CAL-STATUS           PIC X(02) VALUE "00".
006706 77  GR-MED-CALV-STATUS          PIC X(02) VALUE "00".
006708 77  GR-MED-RCTL-STATUS          PIC X(02) VALUE "00".
006710 77  GR-MED-MSG-OPEN-SW          PIC X(01) VALUE "N".
006720     88  GR-MED-MSG-OPEN         VALUE "Y".
006730 77  GR-MED-SEED-RUN-SW          PIC X(01) VALUE "N".
006740     88  GR-MED-SEED-RUN         VALUE "Y".
006750 77  GR-MED-RECORD-OK-SW         PIC X(01) VALUE "N".
006760     88  GR-MED-RECORD-OK        VALUE "Y".
006800 77  GR-MED-DATE-OK-SW           PIC X(01) VALUE "N".
006900     88  GR-MED-DATE-OK          VALUE "Y".
007000 77  GR-MED-OVERLAP-SW           PIC X(01) VALUE "N".
007200 77  GR-MED-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
007300 77  GR-MED-GOOD-COUNT           PIC 9(05) COMP VALUE ZERO.
007400 77  GR-MED-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
007410 77  GR-MED-EXPIRED-COUNT        PIC 9(05) COMP VALUE ZERO.
007420 77  GR-MED-SEED-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
007430 77  GR-MED-SEED-LOAD-COUNT      PIC 9(05) COMP VALUE ZERO.
007440 77  GR-MED-CAL-LOAD-COUNT       PIC 9(05) COMP VALUE ZERO.
007450 77  GR-MED-CAL-SKIP-COUNT       PIC 9(05) COMP VALUE ZERO.
007460*    THE RECORD NUMBER PRINTED ON A REJECT - THE POSITION ON
007470*    MSGSEED DURING THE CONVERSION, ON MSGTAB OTHERWISE.
007480 77  GR-MED-RECNO                PIC 9(05) COMP VALUE ZERO.
007490 77  GR-MED-BUS-DATE             PIC 9(08) VALUE ZERO.
007500*    THE CAPACITY HERE MUST MATCH GR-MSG-TABLE-MAX IN GREET -
007600*    THE WHOLE POINT OF THE EDIT IS THAT NOTHING REACHES GREET
007700*    THAT ITS IN-MEMORY TABLE WOULD SILENTLY DROP.
008700     05  GR-MED-CURR-CCYY        PIC 9(04).
008800     05  GR-MED-CURR-MM          PIC 9(02).
008900     05  GR-MED-CURR-DD          PIC 9(02).
008920 01  GR-MED-CURRENT-DATE-NUM REDEFINES GR-MED-CURRENT-DATE
008940                                 PIC 9(08).
009000 01  GR-MED-CURRENT-TIME.
009100     05  GR-MED-CURR-HH          PIC 9(02).
009200     05  GR-MED-CURR-MN          PIC 9(02).
011000         10  GR-MED-GOOD-CODE    PIC X(04).
011100         10  GR-MED-GOOD-EFF     PIC 9(08).
011200         10  GR-MED-GOOD-EXP     PIC 9(08).
011220*    THE FLAT LAYOUT THE EDITS WORK ON AND GREET LOADS - BUILT
011240*    FROM EACH MSGTAB WINDOW, OR READ STRAIGHT FROM MSGSEED.
011260 01  GR-MSG-RECORD.
011280     COPY GRMSGREC.
011300*
011400 01  GR-MED-HEADING-LINE.
011500     05  GR-MED-H1-CTL           PIC X(01) VALUE "1".
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017400     PERFORM 2010-EDIT-ONE-RECORD THRU 2010-EXIT
017500             UNTIL GR-MED-MSG-STATUS = "10".
017550     PERFORM 2500-REFRESH-CALENDAR-INDEX THRU 2500-EXIT.
017600     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
017700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017800 9999-EXIT-PROGRAM.
018000*
018100******************************************************************
018200*    1000-INITIALIZE                                            *
018300*    OPENS THE REPORT, THE CLEAN OUTPUT AND THE MESSAGE TABLE,   *
018400*    AFTER TAKING THE BUSINESS DATE AND RUNNING ANY MSGSEED      *
018500*    CONVERSION. A MISSING MSGTAB IS NOT AN ERROR - SITES        *
018600*    WITHOUT A MESSAGE TABLE GET AN EMPTY CLEAN FILE AND GREET   *
018650*    RUNS ON ITS DEFAULT BANNER TEXT, EXACTLY AS BEFORE.         *
018700******************************************************************
018800 1000-INITIALIZE.
018900     ACCEPT GR-MED-CURRENT-DATE FROM DATE YYYYMMDD.
020600     PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT.
020700     MOVE GR-MED-COLHEAD-LINE TO GR-MED-PRINT-RECORD.
020800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
020820     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
020840     PERFORM 1200-LOAD-SEED-TABLE THRU 1200-EXIT.
020900     OPEN INPUT MSG-FILE.
021000     IF GR-MED-MSG-STATUS = "00"
021010         SET GR-MED-MSG-OPEN TO TRUE
021500 1000-EXIT.
021600     EXIT.
021700*
021701******************************************************************
021702*    1100-READ-RUN-CONTROL                                      *
021703*    WHEN THE RUNCTL RECORD THE GRRCTLU OPEN STEP MAINTAINS IS   *
021704*    PRESENT, ITS BUSINESS DATE DECIDES WHICH WINDOWS HAVE       *
021705*    EXPIRED - THE SAME DATE GREET SELECTS MESSAGE TEXT BY.      *
021706*    WITHOUT IT THE CURRENT DATE IS USED.                        *
021707******************************************************************
021708 1100-READ-RUN-CONTROL.
021709     MOVE GR-MED-CURRENT-DATE-NUM TO GR-MED-BUS-DATE.
021710     OPEN INPUT RCTL-FILE.
021711     IF GR-MED-RCTL-STATUS NOT = "00"
021712         GO TO 1100-EXIT
021713     END-IF.
021714     READ RCTL-FILE
021715         AT END
021716             GO TO 1100-EXIT
021717     END-READ.
021718     IF GR-RCT-BUS-DATE IS NUMERIC AND GR-RCT-BUS-DATE > ZERO
021719         MOVE GR-RCT-BUS-DATE TO GR-MED-BUS-DATE
021720     END-IF.
021721 1100-EXIT.
021722     IF GR-MED-RCTL-STATUS = "00" OR GR-MED-RCTL-STATUS = "10"
021723         CLOSE RCTL-FILE
021724     END-IF.
021725     EXIT.
021726*
021727******************************************************************
021728*    1200-LOAD-SEED-TABLE                                       *
021729*    THE ONE-TIME CONVERSION OF THE OLD FLAT MESSAGE TABLE.      *
021730*    RUNS ONLY WHEN A //MSGSEED DD IS PRESENT AND THE MSGTAB     *
021731*    KSDS IS EMPTY (OR NOT YET DEFINED). EACH SEED RECORD GETS   *
021732*    THE FULL EDIT; THE GOOD ONES ARE WRITTEN TO MSGTAB AND THE  *
021733*    REJECTS PRINTED, SO THE KSDS STARTS AS CLEAN AS GRMSGMT     *
021734*    WILL KEEP IT. THE ACCEPTED-WINDOW TABLE IS EMPTIED AGAIN    *
021735*    AFTERWARDS FOR THE UNLOAD PASS.                             *
021736******************************************************************
021737 1200-LOAD-SEED-TABLE.
021738     OPEN INPUT SEED-FILE.
021739     IF GR-MED-SEED-STATUS NOT = "00"
021740         IF GR-MED-SEED-STATUS = "05"
021741             CLOSE SEED-FILE
021742         END-IF
021743         GO TO 1200-EXIT
021744     END-IF.
021745     OPEN I-O MSG-FILE.
021746     IF GR-MED-MSG-STATUS = "35" OR GR-MED-MSG-STATUS = "05"
021747         IF GR-MED-MSG-STATUS = "05"
021748             CLOSE MSG-FILE
021749         END-IF
021750         OPEN OUTPUT MSG-FILE
021751         CLOSE MSG-FILE
021752         OPEN I-O MSG-FILE
021753     END-IF.
021754     IF GR-MED-MSG-STATUS NOT = "00"
021755         DISPLAY "GD1200E - UNABLE TO OPEN MSGTAB FOR MSGSEED, "
021756             "STATUS " GR-MED-MSG-STATUS " - NOTHING LOADED"
021757         MOVE 16 TO RETURN-CODE
021758         CLOSE SEED-FILE
021759         GO TO 1200-EXIT
021760     END-IF.
021761     MOVE LOW-VALUES TO GR-MSK-KEY.
021762     START MSG-FILE KEY IS NOT LESS THAN GR-MSK-KEY
021763         INVALID KEY
021764             SET GR-MED-SEED-RUN TO TRUE
021765     END-START.
021766     IF NOT GR-MED-SEED-RUN
021767         DISPLAY "GD1200W - MSGTAB ALREADY LOADED - MSGSEED "
021768             "IGNORED, REMOVE IT FROM THE JCL"
021769         CLOSE SEED-FILE MSG-FILE
021770         GO TO 1200-EXIT
021771     END-IF.
021772     MOVE "MSGSEED - ONE-TIME LOAD OF THE FLAT TABLE INTO MSGTAB"
021773         TO GR-MED-VD-TEXT.
021774     MOVE GR-MED-VERDICT-LINE TO GR-MED-PRINT-RECORD.
021775     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
021776     PERFORM 1210-LOAD-ONE-SEED-RECORD THRU 1210-EXIT
021777             UNTIL GR-MED-SEED-STATUS = "10".
021778     CLOSE SEED-FILE MSG-FILE.
021779     MOVE ZERO TO GR-MED-GOOD-COUNT.
021780     MOVE GR-MED-BLANK-LINE TO GR-MED-PRINT-RECORD.
021781     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
021782     MOVE "MSGTAB - WINDOWS UNLOADED FOR GREET" TO GR-MED-VD-TEXT.
021783     MOVE GR-MED-VERDICT-LINE TO GR-MED-PRINT-RECORD.
021784     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
021785     DISPLAY "GD1200I - MSGSEED LOADED, " GR-MED-SEED-READ-COUNT
021786         " READ, " GR-MED-SEED-LOAD-COUNT " LOADED INTO MSGTAB".
021787 1200-EXIT.
021788     EXIT.
021789*
021790 1210-LOAD-ONE-SEED-RECORD.
021791     READ SEED-FILE INTO GR-MSG-RECORD
021792         AT END
021793             MOVE "10" TO GR-MED-SEED-STATUS
021794             GO TO 1210-EXIT
021795     END-READ.
021796     IF GR-MED-SEED-STATUS NOT = "00"
021797         DISPLAY "GD1210E - MSGSEED READ ERROR, STATUS "
021798             GR-MED-SEED-STATUS
021799         MOVE "10" TO GR-MED-SEED-STATUS
021800         MOVE 8 TO RETURN-CODE
021801         GO TO 1210-EXIT
021802     END-IF.
021803     ADD 1 TO GR-MED-SEED-READ-COUNT.
021804     MOVE GR-MED-SEED-READ-COUNT TO GR-MED-RECNO.
021805     PERFORM 2020-EDIT-MESSAGE-RECORD THRU 2020-EXIT.
021806     IF NOT GR-MED-RECORD-OK
021807         GO TO 1210-EXIT
021808     END-IF.
021809     MOVE SPACES TO GR-MSK-RECORD.
021810     MOVE GR-MSGR-CODE    TO GR-MSK-CODE.
021811     MOVE GR-MED-EFF-NORM TO GR-MSK-EFF-DATE.
021812     IF GR-MED-EXP-NORM = 99999999
021813         MOVE ZERO TO GR-MSK-EXP-DATE
021814     ELSE
021815         MOVE GR-MED-EXP-NORM TO GR-MSK-EXP-DATE
021816     END-IF.
021817     MOVE GR-MSGR-TEXT    TO GR-MSK-TEXT.
021818     MOVE GR-MED-CURRENT-DATE-NUM TO GR-MSK-CHANGED-DATE.
021819     MOVE GR-MED-CURRENT-TIME(1:6) TO GR-MSK-CHANGED-TIME.
021820     WRITE GR-MSK-RECORD
021821         INVALID KEY
021822             MOVE "CODE AND EFFECTIVE DATE ALREADY LOADED"
021823                 TO GR-MED-REASON
021824             PERFORM 5000-REJECT-RECORD THRU 5000-EXIT
021825             GO TO 1210-EXIT
021826     END-WRITE.
021827     IF GR-MED-MSG-STATUS NOT = "00"
021828         DISPLAY "GD1210E - MSGTAB WRITE FAILED, STATUS "
021829             GR-MED-MSG-STATUS " - SEED LOAD IS SHORT"
021830         MOVE 16 TO RETURN-CODE
021831         MOVE "10" TO GR-MED-SEED-STATUS
021832         GO TO 1210-EXIT
021833     END-IF.
021834     ADD 1 TO GR-MED-SEED-LOAD-COUNT.
021835     PERFORM 5110-REMEMBER-WINDOW THRU 5110-EXIT.
021836 1210-EXIT.
021837     EXIT.
021838*
021839******************************************************************
021900*    2010-EDIT-ONE-RECORD                                       *
022000*    READS THE NEXT MSGTAB WINDOW IN KEY ORDER. A WINDOW THAT    *
022100*    EXPIRED BEFORE THE BUSINESS DATE IS COUNTED AND LEFT ON     *
022200*    THE KSDS; ANY OTHER IS MOVED TO THE FLAT LAYOUT AND EDITED. *
022300*    A RECORD THAT PASSES EVERYTHING IS WRITTEN TO THE CLEAN     *
022400*    FILE AND ITS NORMALIZED WINDOW REMEMBERED FOR THE OVERLAP   *
022450*    CHECKS ON THE RECORDS STILL TO COME.                        *
022500******************************************************************
022600 2010-EDIT-ONE-RECORD.
022700     READ MSG-FILE NEXT RECORD
022800         AT END
022900             MOVE "10" TO GR-MED-MSG-STATUS
023000             GO TO 2010-EXIT
023700         GO TO 2010-EXIT
023800     END-IF.
023900     ADD 1 TO GR-MED-READ-COUNT.
023902     IF GR-MSK-EXP-DATE NOT = ZERO
023904             AND GR-MSK-EXP-DATE < GR-MED-BUS-DATE
023906         ADD 1 TO GR-MED-EXPIRED-COUNT
023908         GO TO 2010-EXIT
023910     END-IF.
023912     MOVE GR-MSK-CODE     TO GR-MSGR-CODE.
023914     MOVE GR-MSK-TEXT     TO GR-MSGR-TEXT.
023916     MOVE GR-MSK-EFF-DATE TO GR-MSGR-EFF-DATE.
023918     MOVE GR-MSK-EXP-DATE TO GR-MSGR-EXP-DATE.
023920     MOVE GR-MED-READ-COUNT TO GR-MED-RECNO.
023922     PERFORM 2020-EDIT-MESSAGE-RECORD THRU 2020-EXIT.
023924     IF GR-MED-RECORD-OK
023926         PERFORM 5100-ACCEPT-RECORD THRU 5100-EXIT
023928     END-IF.
023930 2010-EXIT.
023932     EXIT.
023934*
023936******************************************************************
023938*    2020-EDIT-MESSAGE-RECORD                                   *
023940*    EDITS ONE RECORD IN THE FLAT LAYOUT. THE FIRST FAILED EDIT  *
023942*    SETS THE REASON AND THE RECORD GOES TO THE REJECT REPORT;   *
023944*    GR-MED-RECORD-OK-SW IS SET ONLY WHEN EVERY EDIT PASSES.     *
023946******************************************************************
023948 2020-EDIT-MESSAGE-RECORD.
023950     MOVE "N" TO GR-MED-RECORD-OK-SW.
024000     IF GR-MSGR-CODE = SPACES
024100         MOVE "MESSAGE CODE IS BLANK" TO GR-MED-REASON
024200         PERFORM 5000-REJECT-RECORD THRU 5000-EXIT
024300         GO TO 2020-EXIT
024400     END-IF.
024500     IF GR-MSGR-TEXT = SPACES
024600         MOVE "MESSAGE TEXT IS BLANK" TO GR-MED-REASON
024700         PERFORM 5000-REJECT-RECORD THRU 5000-EXIT
024800         GO TO 2020-EXIT
024900     END-IF.
025000     PERFORM 2100-NORMALIZE-EFF-DATE THRU 2100-EXIT.
025100     IF NOT GR-MED-DATE-OK
025200         PERFORM 5000-REJECT-RECORD THRU 5000-EXIT
025300         GO TO 2020-EXIT
025400     END-IF.
025500     PERFORM 2200-NORMALIZE-EXP-DATE THRU 2200-EXIT.
025600     IF NOT GR-MED-DATE-OK
025700         PERFORM 5000-REJECT-RECORD THRU 5000-EXIT
025800         GO TO 2020-EXIT
025900     END-IF.
026000     IF GR-MED-EFF-NORM > GR-MED-EXP-NORM
026100         MOVE "EFFECTIVE DATE IS AFTER EXPIRY" TO GR-MED-REASON
026200         PERFORM 5000-REJECT-RECORD THRU 5000-EXIT
026300         GO TO 2020-EXIT
026400     END-IF.
026500     PERFORM 6100-CHECK-WINDOW-OVERLAP THRU 6100-EXIT.
026600     IF GR-MED-OVERLAP
026700         MOVE "WINDOW OVERLAPS ANOTHER RECORD FOR CODE"
026800             TO GR-MED-REASON
026900         PERFORM 5000-REJECT-RECORD THRU 5000-EXIT
027000         GO TO 2020-EXIT
027100     END-IF.
027200     IF GR-MED-GOOD-COUNT NOT < GR-MED-TABLE-MAX
027300         MOVE "TABLE CAPACITY OF 500 ENTRIES EXCEEDED"
027400             TO GR-MED-REASON
027500         PERFORM 5000-REJECT-RECORD THRU 5000-EXIT
027600         GO TO 2020-EXIT
027700     END-IF.
027800     SET GR-MED-RECORD-OK TO TRUE.
027900 2020-EXIT.
028000     EXIT.
028100*
028200******************************************************************
034300 2200-EXIT.
034400     EXIT.
034500*
034501******************************************************************
034502*    2500-REFRESH-CALENDAR-INDEX                                *
034503*    RELOADS GRCALV FROM CALFILE SO THE ONLINE EXPIRY CHECK IN   *
034504*    GRMSGMT SEES TONIGHT'S CALENDAR. A RECORD WITH A DATE THAT  *
034505*    IS NOT NUMERIC, OR A SECOND RECORD FOR THE SAME DATE, IS    *
034506*    SKIPPED AND COUNTED. NOTHING HERE TOUCHES THE RETURN CODE - *
034507*    THE CALENDAR IS EDITED BY GRCALBLD, AND A STALE GRCALV ONLY *
034508*    MAKES THE ONLINE CHECK LESS HELPFUL FOR A DAY, IT DOES NOT  *
034509*    ENDANGER TONIGHT'S RUN.                                     *
034510******************************************************************
034511 2500-REFRESH-CALENDAR-INDEX.
034512     OPEN OUTPUT CALV-FILE.
034513     IF GR-MED-CALV-STATUS NOT = "00"
034514         DISPLAY "GD2500W - UNABLE TO OPEN GRCALV, STATUS "
034515             GR-MED-CALV-STATUS " - ONLINE CALENDAR NOT REFRESHED"
034516         GO TO 2500-EXIT
034517     END-IF.
034518     OPEN INPUT CAL-FILE.
034519     IF GR-MED-CAL-STATUS NOT = "00"
034520         DISPLAY "GD2500I - NO CALFILE, STATUS "
034521             GR-MED-CAL-STATUS " - GRCALV LEFT EMPTY"
034522         IF GR-MED-CAL-STATUS = "05"
034523             CLOSE CAL-FILE
034524         END-IF
034525         CLOSE CALV-FILE
034526         GO TO 2500-EXIT
034527     END-IF.
034528     PERFORM 2510-INDEX-ONE-CALENDAR-DATE THRU 2510-EXIT
034529             UNTIL GR-MED-CAL-STATUS = "10".
034530     CLOSE CAL-FILE CALV-FILE.
034531     IF GR-MED-CAL-SKIP-COUNT > ZERO
034532         DISPLAY "GD2500W - " GR-MED-CAL-SKIP-COUNT
034533             " CALFILE RECORD(S) NOT NUMERIC OR DUPLICATED - "
034534             "NOT IN GRCALV"
034535     END-IF.
034536 2500-EXIT.
034537     EXIT.
034538*
034539 2510-INDEX-ONE-CALENDAR-DATE.
034540     READ CAL-FILE
034541         AT END
034542             MOVE "10" TO GR-MED-CAL-STATUS
034543             GO TO 2510-EXIT
034544     END-READ.
034545     IF GR-MED-CAL-STATUS NOT = "00"
034546         DISPLAY "GD2510W - CALFILE READ ERROR, STATUS "
034547             GR-MED-CAL-STATUS " - GRCALV IS SHORT"
034548         MOVE "10" TO GR-MED-CAL-STATUS
034549         GO TO 2510-EXIT
034550     END-IF.
034551     IF GR-CAL-DATE IS NOT NUMERIC
034552         ADD 1 TO GR-MED-CAL-SKIP-COUNT
034553         GO TO 2510-EXIT
034554     END-IF.
034555     WRITE GR-MED-CALV-RECORD FROM GR-CAL-RECORD
034556         INVALID KEY
034557             ADD 1 TO GR-MED-CAL-SKIP-COUNT
034558             GO TO 2510-EXIT
034559     END-WRITE.
034560     ADD 1 TO GR-MED-CAL-LOAD-COUNT.
034561 2510-EXIT.
034562     EXIT.
034563*
034600 5000-REJECT-RECORD.
034700     ADD 1 TO GR-MED-REJECT-COUNT.
034800     MOVE SPACES TO GR-MED-DT-CODE GR-MED-DT-EFF GR-MED-DT-EXP.
034900     MOVE GR-MED-RECNO      TO GR-MED-DT-RECNO.
035000     MOVE GR-MSGR-CODE      TO GR-MED-DT-CODE.
035100     MOVE GR-MSGR-EFF-DATE  TO GR-MED-DT-EFF.
035200     MOVE GR-MSGR-EXP-DATE  TO GR-MED-DT-EXP.
036500         MOVE "10" TO GR-MED-MSG-STATUS
036600         GO TO 5100-EXIT
036700     END-IF.
036710     PERFORM 5110-REMEMBER-WINDOW THRU 5110-EXIT.
036720 5100-EXIT.
036730     EXIT.
036740*
036750 5110-REMEMBER-WINDOW.
036800     ADD 1 TO GR-MED-GOOD-COUNT.
036900     MOVE GR-MSGR-CODE    TO GR-MED-GOOD-CODE(GR-MED-GOOD-COUNT).
037000     MOVE GR-MED-EFF-NORM TO GR-MED-GOOD-EFF(GR-MED-GOOD-COUNT).
037100     MOVE GR-MED-EXP-NORM TO GR-MED-GOOD-EXP(GR-MED-GOOD-COUNT).
037200 5110-EXIT.
037300     EXIT.
037400*
037500******************************************************************
046400     MOVE GR-MED-REJECT-COUNT TO GR-MED-TL-COUNT.
046500     MOVE GR-MED-TOTAL-LINE TO GR-MED-PRINT-RECORD.
046600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
046605     MOVE "EXPIRED WINDOWS LEFT ON MSGTAB" TO GR-MED-TL-TEXT.
046610     MOVE GR-MED-EXPIRED-COUNT TO GR-MED-TL-COUNT.
046615     MOVE GR-MED-TOTAL-LINE TO GR-MED-PRINT-RECORD.
046620     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
046625     IF GR-MED-SEED-RUN
046630         MOVE "MSGSEED RECORDS READ" TO GR-MED-TL-TEXT
046635         MOVE GR-MED-SEED-READ-COUNT TO GR-MED-TL-COUNT
046640         MOVE GR-MED-TOTAL-LINE TO GR-MED-PRINT-RECORD
046645         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
046650         MOVE "MSGSEED RECORDS LOADED INTO MSGTAB"
046655             TO GR-MED-TL-TEXT
046660         MOVE GR-MED-SEED-LOAD-COUNT TO GR-MED-TL-COUNT
046665         MOVE GR-MED-TOTAL-LINE TO GR-MED-PRINT-RECORD
046670         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
046675     END-IF.
046680     MOVE "CALENDAR DATES INDEXED IN GRCALV" TO GR-MED-TL-TEXT.
046685     MOVE GR-MED-CAL-LOAD-COUNT TO GR-MED-TL-COUNT.
046690     MOVE GR-MED-TOTAL-LINE TO GR-MED-PRINT-RECORD.
046695     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
046700     MOVE GR-MED-BLANK-LINE TO GR-MED-PRINT-RECORD.
046800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
046900     IF GR-MED-REJECT-COUNT = ZERO
051700     DISPLAY "GD9000I - MESSAGE TABLE EDIT COMPLETE, "
051800         GR-MED-READ-COUNT " READ, "
051900         GR-MED-GOOD-COUNT " CLEAN, "
052000         GR-MED-REJECT-COUNT " REJECTED, "
052050         GR-MED-EXPIRED-COUNT " EXPIRED".
052100 9000-EXIT.
052200     EXIT.
