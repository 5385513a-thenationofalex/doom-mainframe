002892*                     PROFILE - GRPMREF CARRIES IT INTO EACH     *
002894*                     BATCHFIL SUBMISSION SO GREET RUNS HIGH-    *
002896*                     PRIORITY REQUESTS FIRST.                   *
002906*    2026-09-21  AJM  AN ACTIVE PROFILE IS NOW CHECKED AGAINST  *
002916*                     THE OPERATOR AUTHORITY MASTER (OPERMAST)  *
002926*                     BEFORE IT IS SAVED - THE OPERATOR MUST BE *
002936*                     ON IT AND NOT SUSPENDED, THE ITERATION    *
002946*                     COUNT MUST BE WITHIN THE DAILY QUOTA, AND *
002956*                     THE PRIORITY AND MESSAGE CODE MUST BE     *
002966*                     ONES THE OPERATOR IS PERMITTED - THE SAME *
002976*                     RULES GRREQLD APPLIES AT INTAKE.          *
002986*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004858*    AND TIME DIGITS.
004860 77  GR-MNT-HIS-DATE             PIC X(10) VALUE SPACES.
004870 77  GR-MNT-HIS-TIME             PIC X(08) VALUE SPACES.
004875 77  GR-MNT-OPR-KEY              PIC X(08) VALUE SPACES.
004880 77  GR-MNT-CODE-SUB             PIC 9(04) COMP VALUE ZERO.
004885 77  GR-MNT-CODE-OK-SW           PIC X(01) VALUE "N".
004890     88  GR-MNT-CODE-PERMITTED   VALUE "Y".
004895 77  GR-MNT-ITER-NUM             PIC 9(05) VALUE ZERO.
004900     COPY GRLIMIT.
005000 01  GR-PVS-RECORD.
005100     COPY GRPARMVS.
005160     05  FILLER                  PIC X(63).
005170 01  GR-HIS-RECORD.
005180     COPY GRHIST.
005200 01  GR-OPR-RECORD.
005220     COPY GROPER.
005300     COPY GRNTMAP.
005400     COPY DFHAID.
005500     COPY DFHBMSCA.
016408         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
016409         GO TO 2000-EXIT
016410     END-IF.
016411     IF ACTFLGI = "A" AND OPERIDI NOT = "GRNTPARM"
016412         PERFORM 2200-CHECK-OPERATOR-AUTHORITY THRU 2200-EXIT
016413         IF GR-MNT-INPUT-INVALID
016414             GO TO 2000-EXIT
016415         END-IF
016416     END-IF.
016417*    AN UPDATE NEEDS THE EXISTING RECORD READ FOR UPDATE FIRST -
016420*    CICS WILL NOT ACCEPT A REWRITE WITHOUT ONE - AND THE READ
016430*    ALSO GIVES US THE BEFORE IMAGE OF THE PROFILE.
016500     MOVE "N" TO GR-MNT-NEW-PROFILE-SW.
019970         FROM(GR-HIS-RECORD)
019980         RIDFLD(GH-HIS-KEY)
019990         RESP(GR-MNT-RESP2)
019991     END-EXEC.
019992 2100-EXIT.
019993     EXIT.
019994*
019995******************************************************************
019996*    2200-CHECK-OPERATOR-AUTHORITY                              *
019997*    AN ACTIVE PROFILE BECOMES A BATCHFIL SUBMISSION EVERY      *
019998*    NIGHT, SO IT IS HELD TO THE SAME OPERATOR AUTHORITY RULES  *
019999*    AS GRREQLD APPLIES AT INTAKE. AN INACTIVE PROFILE IS NEVER *
020000*    SUBMITTED AND CAN ALWAYS BE SAVED, SO A SUSPENDED          *
020001*    OPERATOR'S PROFILE CAN STILL BE SWITCHED OFF. ON A FAILED  *
020002*    CHECK THE MESSAGE IS SENT AND GR-MNT-ERROR-SW IS SET.      *
020003******************************************************************
020004 2200-CHECK-OPERATOR-AUTHORITY.
020005     MOVE OPERIDI TO GR-MNT-OPR-KEY.
020006     EXEC CICS READ FILE("OPERMAST")
020007         INTO(GR-OPR-RECORD)
020008         RIDFLD(GR-MNT-OPR-KEY)
020009         RESP(GR-MNT-RESP)
020010     END-EXEC.
020011     IF GR-MNT-RESP = DFHRESP(NOTFND)
020012         MOVE "Y" TO GR-MNT-ERROR-SW
020013         MOVE "GM2009E - OPERATOR IS NOT ON THE OPERATOR MASTER"
020014             TO ERRMSGO
020015         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
020016         GO TO 2200-EXIT
020017     END-IF.
020018     IF GR-MNT-RESP NOT = DFHRESP(NORMAL)
020019         MOVE "Y" TO GR-MNT-ERROR-SW
020020         MOVE "GM2014E - OPERATOR MASTER UNAVAILABLE"
020021             TO ERRMSGO
020022         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
020023         GO TO 2200-EXIT
020024     END-IF.
020025     IF GR-OPR-SUSPENDED
020026         MOVE "Y" TO GR-MNT-ERROR-SW
020027         MOVE "GM2010E - OPERATOR IS SUSPENDED"
020028             TO ERRMSGO
020029         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
020030         GO TO 2200-EXIT
020031     END-IF.
020032*    THE MAP FIELD IS CHARACTER - THE COUNT IS COMPARED AS A
020033*    NUMBER, NOT AS TEXT, AGAINST THE FIVE-DIGIT QUOTA.
020034     IF ITRCNTI IS NOT NUMERIC
020035         MOVE "Y" TO GR-MNT-ERROR-SW
020036         MOVE "GM2000E - ITERATION COUNT MUST BE NUMERIC"
020037             TO ERRMSGO
020038         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
020039         GO TO 2200-EXIT
020040     END-IF.
020041     MOVE ITRCNTI TO GR-MNT-ITER-NUM.
020042     IF GR-MNT-ITER-NUM > GR-OPR-DAILY-QUOTA
020043         MOVE "Y" TO GR-MNT-ERROR-SW
020044         MOVE "GM2011E - ITERATION COUNT EXCEEDS DAILY QUOTA"
020045             TO ERRMSGO
020046         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
020047         GO TO 2200-EXIT
020048     END-IF.
020049     IF PRIORI = "H" AND NOT GR-OPR-MAY-RUN-HIGH
020050         MOVE "Y" TO GR-MNT-ERROR-SW
020051         MOVE "GM2012E - OPERATOR MAY NOT USE HIGH PRIORITY"
020052             TO ERRMSGO
020053         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
020054         GO TO 2200-EXIT
020055     END-IF.
020056     IF MSGCODI = SPACES OR MSGCODI = LOW-VALUES
020057             OR GR-OPR-PERMIT-CODE(1) = "*ALL"
020058         GO TO 2200-EXIT
020059     END-IF.
020060     MOVE "N" TO GR-MNT-CODE-OK-SW.
020061     PERFORM 2210-TEST-ONE-CODE THRU 2210-EXIT
020062             VARYING GR-MNT-CODE-SUB FROM 1 BY 1
020063             UNTIL GR-MNT-CODE-SUB > 8
020064                 OR GR-MNT-CODE-PERMITTED.
020065     IF NOT GR-MNT-CODE-PERMITTED
020066         MOVE "Y" TO GR-MNT-ERROR-SW
020067         MOVE "GM2013E - MESSAGE CODE NOT PERMITTED FOR OPERATOR"
020068             TO ERRMSGO
020069         PERFORM 2050-SEND-MAINT-MAP THRU 2050-EXIT
020070     END-IF.
020071 2200-EXIT.
020072     EXIT.
020073*
020074 2210-TEST-ONE-CODE.
020075     IF GR-OPR-PERMIT-CODE(GR-MNT-CODE-SUB) = MSGCODI
020076         SET GR-MNT-CODE-PERMITTED TO TRUE
020077     END-IF.
020078 2210-EXIT.
020079     EXIT.
020080*
020081******************************************************************
020082*    2050-SEND-MAINT-MAP                                         *
020083*    REDISPLAYS THE MAINTENANCE SCREEN WITH THE OPERATOR'S       *
020085*    MESSAGE (VALIDATION ERROR, SAVE CONFIRMATION OR BROWSE      *
020100*    RESULT) FILLED IN.                                          *
020200******************************************************************
