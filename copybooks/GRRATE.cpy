000100******************************************************************
000200*                                                                *
000300*    GRRATE.CPY                                                  *
000400*                                                                *
000500*    CHARGEBACK RATE RECORD FOR RATEFILE, READ BY THE MONTHLY    *
000600*    CHARGEBACK PROGRAM (GRCHGBK). EACH RECORD IS ONE RATE CARD  *
000700*    EFFECTIVE FROM GR-RTE-EFF-DATE UNTIL THE NEXT RECORD'S      *
000800*    EFFECTIVE DATE, SO FINANCE CAN CHANGE THE RATES MID-YEAR    *
000900*    AND THE YEAR-TO-DATE FIGURES STILL PRICE EACH RUN AT THE    *
001000*    RATE IN FORCE ON THE DAY IT RAN. A REQUEST IS CHARGED THE   *
001100*    PER-REQUEST FEE PLUS THE PER-ITERATION FEE TIMES ITS        *
001200*    ITERATION COUNT, PLUS THE SURCHARGE WHEN IT RAN HIGH        *
001300*    PRIORITY.                                                   *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    ----------------------                                     *
001700*    2026-09-14  AJM  INITIAL VERSION.                          *
001800*                                                                *
001900******************************************************************
002000     05  GR-RTE-EFF-DATE             PIC 9(08).
002100     05  GR-RTE-REQUEST-CHARGE       PIC 9(05)V99.
002200     05  GR-RTE-ITER-CHARGE          PIC 9(03)V9(04).
002300     05  GR-RTE-HIGH-SURCHARGE       PIC 9(05)V99.
002400     05  FILLER                      PIC X(51).
