001690*                     NIGHT. RECORDS FROM BEFORE THIS CHANGE    *
001692*                     CARRY A SPACE THERE AND RUN AS NORMAL     *
001694*                     PRIORITY. TOOK ONE FILLER BYTE.           *
001696*    2026-09-28  AJM  ADDED STATUS W (AWAITING SUPERVISOR       *
001698*                     APPROVAL) AND R (REJECTED). GRREQLD       *
001700*                     LOADS A HIGH-PRIORITY REQUEST, OR ONE     *
001702*                     OVER THE RQPARM ITERATION THRESHOLD, AS   *
001704*                     W; THE GRAP TRANSACTION MOVES IT TO S OR  *
001706*                     R AND STAMPS WHO DECIDED AND WHEN IN THE  *
001708*                     NEW DECIDED-BY/DATE/TIME FIELDS. TOOK 17  *
001710*                     FILLER BYTES.                             *
001712*    2026-10-09  AJM  ADDED GR-REQM-DEFER-COUNT - NIGHTS        *
001714*                     GREET HAS DEFERRED THE REQUEST PAST THE   *
001716*                     WINPARM CUTOFF - AND GR-REQM-ELIGIBLE-    *
001718*                     DATE, THE BUSINESS DATE GREET FIRST       *
001720*                     FOUND IT READY TO RUN, FOR THE GRAGERPT   *
001722*                     AGING REPORT. GRAGERPT STAMPS DECIDED-BY  *
001724*                     'SLA' WHEN IT PROMOTES A REQUEST TO HIGH  *
001726*                     PRIORITY. RECORDS FROM BEFORE THIS        *
001728*                     CHANGE CARRY SPACES THERE AND ARE         *
001730*                     TREATED AS NEVER DEFERRED. TOOK THE LAST  *
001732*                     10 FILLER BYTES.                          *
001734*    2026-10-15  AJM  WHILE A REQUEST IS SUBMITTED IT HAS NOT   *
001736*                     RUN, SO GREET KEEPS THE BUSINESS DATE IT  *
001738*                     LAST DEFERRED IT IN THE LAST-RUN DATE     *
001740*                     (GR-REQM-LAST-DEFER-DATE) AND COUNTS ONE  *
001742*                     DEFERRAL PER DATE. RUNNING THE REQUEST    *
001744*                     REPLACES IT WITH THE REAL RUN DATE.       *
001746*                     GRAGERPT NOW MARKS A REQUEST IT PROMOTES  *
001748*                     PAST THE HARD AGE LIMIT WITH PRIORITY P   *
001750*                     (GR-REQM-SLA-PROMOTED), WHICH RUNS AS     *
001752*                     HIGH, AND NO LONGER STAMPS DECIDED-BY SO  *
001754*                     A SUPERVISOR APPROVAL STAYS ON RECORD.    *
001756*                                                                *
001800******************************************************************
001900     05  GR-REQM-KEY.
002000         10  GR-REQM-OPERATOR-ID     PIC X(08).
002600         88  GR-REQM-IN-PROGRESS     VALUE "P".
002700         88  GR-REQM-COMPLETED       VALUE "C".
002800         88  GR-REQM-FAILED          VALUE "F".
002820         88  GR-REQM-AWAITING-APPROVAL VALUE "W".
002840         88  GR-REQM-REJECTED        VALUE "R".
002900     05  GR-REQM-SUBMIT-DATE         PIC 9(08).
003000     05  GR-REQM-SUBMIT-TIME         PIC 9(08).
003100     05  GR-REQM-LAST-RUN-DATE       PIC 9(08).
003120     05  GR-REQM-LAST-DEFER-DATE REDEFINES GR-REQM-LAST-RUN-DATE
003140                                     PIC 9(08).
003200     05  GR-REQM-LAST-RUN-TIME       PIC 9(08).
003210     05  GR-REQM-PRIORITY            PIC X(01).
003220         88  GR-REQM-HIGH-PRIORITY   VALUE "H" "P".
003225         88  GR-REQM-SLA-PROMOTED    VALUE "P".
003230         88  GR-REQM-NORMAL-PRIORITY VALUE "N" " ".
003300     05  GR-REQM-DECIDED-BY          PIC X(03).
003400     05  GR-REQM-DECIDED-DATE        PIC 9(08).
003500     05  GR-REQM-DECIDED-TIME        PIC 9(06).
003600     05  GR-REQM-DEFER-COUNT         PIC 9(02).
003700     05  GR-REQM-ELIGIBLE-DATE       PIC 9(08).
