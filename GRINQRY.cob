002500*    MODIFICATION HISTORY                                       *
002600*    ----------------------                                     *
002700*    2026-09-02  AJM  INITIAL VERSION.                          *
002710*    2026-09-28  AJM  SHOWS THE NEW AWAITING APPROVAL AND       *
002720*                     REJECTED STATUSES SET BY GRREQLD AND THE  *
002730*                     GRAP SUPERVISOR APPROVAL SCREEN.          *
002740*    2026-10-15  AJM  A SUBMITTED REQUEST SHOWS NEVER RUN - ITS *
002750*                     LAST-RUN DATE IS GREET'S LAST DEFERRAL.   *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
026600             MOVE "COMPLETED           " TO RQSTATO
026700         WHEN GR-REQM-FAILED
026800             MOVE "FAILED              " TO RQSTATO
026820         WHEN GR-REQM-AWAITING-APPROVAL
026840             MOVE "AWAITING APPROVAL   " TO RQSTATO
026860         WHEN GR-REQM-REJECTED
026880             MOVE "REJECTED            " TO RQSTATO
026900         WHEN OTHER
027000             MOVE "UNKNOWN             " TO RQSTATO
027100     END-EVALUATE.
028500     MOVE SPACES TO RQRUNO.
028600     IF GR-REQM-LAST-RUN-DATE IS NUMERIC
028700             AND GR-REQM-LAST-RUN-DATE > ZERO
028750             AND NOT GR-REQM-SUBMITTED
028800         STRING GR-REQM-LAST-RUN-DATE " "
028900                GR-REQM-LAST-RUN-TIME(1:6)
029000             DELIMITED BY SIZE INTO RQRUNO
