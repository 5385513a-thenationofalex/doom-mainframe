000100******************************************************************
000200*                                                                *
000300*    GRMSMAP.CPY                                                 *
000400*                                                                *
000500*    SYMBOLIC MAP FOR BMS MAP GRMSMAP (MAPSET GRMSSET), USED BY  *
000600*    PROGRAM GRMSGMT - THE GRMS MESSAGE TABLE MAINTENANCE        *
000700*    TRANSACTION. GENERATED BY HAND TO MATCH THE FIELD ORDER OF  *
000800*    THE DFHMDF STATEMENTS IN BMS/GRMSSET.BMS, THE SAME WAY      *
000900*    GRNTMAP.CPY MATCHES GRNTSET.BMS.                            *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------                                     *
001300*    2026-10-07  AJM  INITIAL VERSION.                          *
001400*                                                                *
001500******************************************************************
001600 01  GRMSMAPI.
001700     05  FILLER                  PIC X(12).
001800     05  MSCODEL                 PIC S9(4) COMP.
001900     05  MSCODEF                 PIC X.
002000     05  FILLER REDEFINES MSCODEF.
002100         10  MSCODEA              PIC X.
002200     05  MSCODEI                 PIC X(4).
002300     05  EFFDTL                  PIC S9(4) COMP.
002400     05  EFFDTF                  PIC X.
002500     05  FILLER REDEFINES EFFDTF.
002600         10  EFFDTA               PIC X.
002700     05  EFFDTI                  PIC X(8).
002800     05  EXPDTL                  PIC S9(4) COMP.
002900     05  EXPDTF                  PIC X.
003000     05  FILLER REDEFINES EXPDTF.
003100         10  EXPDTA               PIC X.
003200     05  EXPDTI                  PIC X(8).
003300     05  MSTEXTL                 PIC S9(4) COMP.
003400     05  MSTEXTF                 PIC X.
003500     05  FILLER REDEFINES MSTEXTF.
003600         10  MSTEXTA              PIC X.
003700     05  MSTEXTI                 PIC X(60).
003800     05  ACTIONL                 PIC S9(4) COMP.
003900     05  ACTIONF                 PIC X.
004000     05  FILLER REDEFINES ACTIONF.
004100         10  ACTIONA              PIC X.
004200     05  ACTIONI                 PIC X(1).
004300     05  CHGBYL                  PIC S9(4) COMP.
004400     05  CHGBYF                  PIC X.
004500     05  FILLER REDEFINES CHGBYF.
004600         10  CHGBYA               PIC X.
004700     05  CHGBYI                  PIC X(3).
004800     05  CHGDTL                  PIC S9(4) COMP.
004900     05  CHGDTF                  PIC X.
005000     05  FILLER REDEFINES CHGDTF.
005100         10  CHGDTA               PIC X.
005200     05  CHGDTI                  PIC X(10).
005300     05  CHGTML                  PIC S9(4) COMP.
005400     05  CHGTMF                  PIC X.
005500     05  FILLER REDEFINES CHGTMF.
005600         10  CHGTMA               PIC X.
005700     05  CHGTMI                  PIC X(8).
005800     05  ERRMSGL                 PIC S9(4) COMP.
005900     05  ERRMSGF                 PIC X.
006000     05  FILLER REDEFINES ERRMSGF.
006100         10  ERRMSGA              PIC X.
006200     05  ERRMSGI                 PIC X(79).
006300 01  GRMSMAPO REDEFINES GRMSMAPI.
006400     05  FILLER                  PIC X(12).
006500     05  FILLER                  PIC X(3).
006600     05  MSCODEO                 PIC X(4).
006700     05  FILLER                  PIC X(3).
006800     05  EFFDTO                  PIC X(8).
006900     05  FILLER                  PIC X(3).
007000     05  EXPDTO                  PIC X(8).
007100     05  FILLER                  PIC X(3).
007200     05  MSTEXTO                 PIC X(60).
007300     05  FILLER                  PIC X(3).
007400     05  ACTIONO                 PIC X(1).
007500     05  FILLER                  PIC X(3).
007600     05  CHGBYO                  PIC X(3).
007700     05  FILLER                  PIC X(3).
007800     05  CHGDTO                  PIC X(10).
007900     05  FILLER                  PIC X(3).
008000     05  CHGTMO                  PIC X(8).
008100     05  FILLER                  PIC X(3).
008200     05  ERRMSGO                 PIC X(79).
