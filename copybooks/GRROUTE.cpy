000100******************************************************************
000200*                                                                *
000300*    GRROUTE.CPY                                                 *
000400*                                                                *
000500*    ONE ENTRY FROM ROUTTAB, THE PRINT ROUTING TABLE THAT DRIVES *
000600*    THE RPTFILE SPLIT (GRRPTSPL). EACH OPERATOR WHOSE BANNERS   *
000700*    PRINT GETS AN ENTRY SAYING WHERE THE PAGES GO:              *
000800*                                                                *
000900*      - THE PRINT DESTINATION NAME, SHOWN ON THE COVER SHEET    *
001000*      - WHICH PRTOUT DATA SET (1-5) CARRIES THE OUTPUT - THE    *
001100*        DD IN GREETJ SETS THE DESTINATION AND SYSOUT CLASS      *
001200*      - THE NUMBER OF COPIES TO PRINT (01-99)                   *
001300*      - HOLD (H) OR RELEASE (R) ON ARRIVAL                      *
001400*                                                                *
001500*    THE OPERATOR-ID *DEFAULT NAMES THE DESTINATION FOR          *
001600*    OPERATORS NOT IN THE TABLE, AND *RUN THE ONE FOR THE RUN    *
001700*    NOTES (HELD, DEFERRED AND SUMMARY PAGES). BOTH ALWAYS GO    *
001800*    TO THE PRTDFLT DATA SET, WHATEVER OUTPUT NUMBER THEY CARRY. *
001810*    *RUN SETS THE COPIES OF THE RUN NOTES; SINCE THEY SHARE THE *
001820*    ONE DD, ITS DESTINATION AND CLASS MUST AGREE WITH *DEFAULT. *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    ----------------------                                     *
002200*    2026-10-10  AJM  INITIAL VERSION.                          *
002210*    2026-10-15  AJM  *RUN NOW SETS THE RUN NOTES' COPIES.      *
002300*                                                                *
002400******************************************************************
002500     05  GR-RTE-OPERATOR-ID          PIC X(08).
002600         88  GR-RTE-DEFAULT-ENTRY    VALUE "*DEFAULT".
002700         88  GR-RTE-RUN-NOTES-ENTRY  VALUE "*RUN    ".
002800     05  GR-RTE-DEST                 PIC X(08).
002900     05  GR-RTE-OUT-NO               PIC 9(01).
003000     05  GR-RTE-COPIES               PIC 9(02).
003100     05  GR-RTE-CLASS                PIC X(01).
003200         88  GR-RTE-HOLD             VALUE "H".
003300         88  GR-RTE-RELEASE          VALUE "R".
003400     05  FILLER                      PIC X(60).
