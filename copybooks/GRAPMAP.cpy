000100******************************************************************
000200*                                                                *
000300*    GRAPMAP.CPY                                                 *
000400*                                                                *
000500*    SYMBOLIC MAP FOR BMS MAP GRAPMAP (MAPSET GRAPSET), USED BY  *
000600*    PROGRAM GRAPPRV - THE GRAP SUPERVISOR APPROVAL              *
000700*    TRANSACTION. GENERATED BY HAND TO MATCH THE FIELD ORDER OF  *
000800*    THE DFHMDF STATEMENTS IN BMS/GRAPSET.BMS, THE SAME WAY      *
000900*    GRNQMAP.CPY MATCHES GRNQSET.BMS.                            *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------                                     *
001300*    2026-09-28  AJM  INITIAL VERSION.                          *
001400*                                                                *
001500******************************************************************
001600 01  GRAPMAPI.
001700     05  FILLER                  PIC X(12).
001800     05  OPERIDL                 PIC S9(4) COMP.
001900     05  OPERIDF                 PIC X.
002000     05  FILLER REDEFINES OPERIDF.
002100         10  OPERIDA              PIC X.
002200     05  OPERIDI                 PIC X(8).
002300     05  REQSEQL                 PIC S9(4) COMP.
002400     05  REQSEQF                 PIC X.
002500     05  FILLER REDEFINES REQSEQF.
002600         10  REQSEQA              PIC X.
002700     05  REQSEQI                 PIC X(3).
002800     05  RQCODEL                 PIC S9(4) COMP.
002900     05  RQCODEF                 PIC X.
003000     05  FILLER REDEFINES RQCODEF.
003100         10  RQCODEA              PIC X.
003200     05  RQCODEI                 PIC X(4).
003300     05  RQITERL                 PIC S9(4) COMP.
003400     05  RQITERF                 PIC X.
003500     05  FILLER REDEFINES RQITERF.
003600         10  RQITERA              PIC X.
003700     05  RQITERI                 PIC X(4).
003800     05  RQPRIL                  PIC S9(4) COMP.
003900     05  RQPRIF                  PIC X.
004000     05  FILLER REDEFINES RQPRIF.
004100         10  RQPRIA               PIC X.
004200     05  RQPRII                  PIC X(1).
004300     05  RQWHYL                  PIC S9(4) COMP.
004400     05  RQWHYF                  PIC X.
004500     05  FILLER REDEFINES RQWHYF.
004600         10  RQWHYA               PIC X.
004700     05  RQWHYI                  PIC X(20).
004800     05  RQSUBL                  PIC S9(4) COMP.
004900     05  RQSUBF                  PIC X.
005000     05  FILLER REDEFINES RQSUBF.
005100         10  RQSUBA               PIC X.
005200     05  RQSUBI                  PIC X(17).
005300     05  RQWAITL                 PIC S9(4) COMP.
005400     05  RQWAITF                 PIC X.
005500     05  FILLER REDEFINES RQWAITF.
005600         10  RQWAITA              PIC X.
005700     05  RQWAITI                 PIC X(12).
005800     05  DECISNL                 PIC S9(4) COMP.
005900     05  DECISNF                 PIC X.
006000     05  FILLER REDEFINES DECISNF.
006100         10  DECISNA              PIC X.
006200     05  DECISNI                 PIC X(1).
006300     05  ERRMSGL                 PIC S9(4) COMP.
006400     05  ERRMSGF                 PIC X.
006500     05  FILLER REDEFINES ERRMSGF.
006600         10  ERRMSGA              PIC X.
006700     05  ERRMSGI                 PIC X(79).
006800 01  GRAPMAPO REDEFINES GRAPMAPI.
006900     05  FILLER                  PIC X(12).
007000     05  FILLER                  PIC X(3).
007100     05  OPERIDO                 PIC X(8).
007200     05  FILLER                  PIC X(3).
007300     05  REQSEQO                 PIC X(3).
007400     05  FILLER                  PIC X(3).
007500     05  RQCODEO                 PIC X(4).
007600     05  FILLER                  PIC X(3).
007700     05  RQITERO                 PIC X(4).
007800     05  FILLER                  PIC X(3).
007900     05  RQPRIO                  PIC X(1).
008000     05  FILLER                  PIC X(3).
008100     05  RQWHYO                  PIC X(20).
008200     05  FILLER                  PIC X(3).
008300     05  RQSUBO                  PIC X(17).
008400     05  FILLER                  PIC X(3).
008500     05  RQWAITO                 PIC X(12).
008600     05  FILLER                  PIC X(3).
008700     05  DECISNO                 PIC X(1).
008800     05  FILLER                  PIC X(3).
008900     05  ERRMSGO                 PIC X(79).
