001350*                     SPACES THERE AND STILL RECONCILE BY THE    *
001360*                     RECONCILIATION STEP'S OWN RUN DATE.        *
001370*                                                                *
001371*    2026-09-14  AJM  ADDED GR-FEED-REQ-SEQ SO EACH FEED ROW     *
001372*                     CARRIES THE REQMAST REQUEST SEQUENCE AS    *
001373*                     WELL AS THE OPERATOR-ID IN GR-FEED-RUN-ID. *
001374*                     ZERO FOR PARAMETER-CARD AND BATCHFIL RUNS. *
001375*                     TOOK THREE FILLER BYTES.                   *
001376*                                                                *
001377*    2026-10-08  AJM  FEEDFILE NOW OPENS WITH A HEADER RECORD    *
001378*                     AND CLOSES WITH A TRAILER RECORD SO THE    *
001379*                     READING STEPS CAN PROVE THEY HAVE THE      *
001380*                     WHOLE FEED FOR THE RIGHT BUSINESS DATE.    *
001381*                     BOTH ARE MARKED IN GR-FEED-RUN-ID, WHICH   *
001382*                     NO OPERATOR-ID CAN MATCH:                  *
001383*                       *HEADER*  BUSINESS DATE, RUN-ID AND THE  *
001384*                                 CREATION DATE AND TIME         *
001385*                       *TRAILER  DETAIL ROW COUNT AND THE HASH  *
001386*                                 TOTAL OF GR-FEED-ITER-NO OVER  *
001387*                                 THOSE ROWS                     *
001388*                     THE COUNT AND HASH COVER DETAIL ROWS ONLY, *
001389*                     NEVER THE HEADER OR TRAILER THEMSELVES.    *
001390*                     THE DETAIL FIELDS MOVED UNDER              *
001391*                     GR-FEED-DETAIL; THEIR NAMES, POSITIONS AND *
001392*                     PICTURES ARE UNCHANGED.                    *
001393*                                                                *
001400******************************************************************
001500     05  GR-FEED-DETAIL.
001600         10  GR-FEED-RUN-ID           PIC X(08).
001700             88  GR-FEED-HEADER       VALUE "*HEADER*".
001800             88  GR-FEED-TRAILER      VALUE "*TRAILER".
001900         10  GR-FEED-ITER-NO          PIC 9(04).
002000         10  GR-FEED-RUN-DATE         PIC 9(08).
002100         10  GR-FEED-REQ-SEQ          PIC 9(03).
002200         10  FILLER                  PIC X(57).
002300     05  GR-FEED-HEADER-VIEW REDEFINES GR-FEED-DETAIL.
002400         10  FILLER                  PIC X(08).
002500         10  GR-FEED-HDR-BUS-DATE     PIC 9(08).
002600         10  GR-FEED-HDR-RUN-ID       PIC X(08).
002700         10  GR-FEED-HDR-CRT-DATE     PIC 9(08).
002800         10  GR-FEED-HDR-CRT-TIME     PIC 9(06).
002900         10  FILLER                  PIC X(42).
003000     05  GR-FEED-TRAILER-VIEW REDEFINES GR-FEED-DETAIL.
003100         10  FILLER                  PIC X(08).
003200         10  GR-FEED-TRL-ROW-COUNT    PIC 9(09).
003300         10  GR-FEED-TRL-HASH-TOTAL   PIC 9(15).
003400         10  FILLER                  PIC X(48).
