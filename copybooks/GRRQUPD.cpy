000100******************************************************************
000200*                                                                *
000300*    GRRQUPD.CPY                                                 *
000400*                                                                *
000500*    STAGED REQUEST-MASTER STAMP. A PARTITIONED GREET STEP       *
000600*    (GREETP1 TO GREETP4) NEVER REWRITES REQMAST ITSELF - THE    *
000700*    PARTITIONS RUN AT THE SAME TIME AND WOULD CONTEND FOR IT.   *
000800*    INSTEAD EVERY STAMP (IN PROGRESS, OUTCOME, DEFERRAL COUNT,  *
000900*    HELD) IS APPENDED TO THE PARTITION'S OWN //PREQUPD DATA SET *
001000*    AS THE WHOLE UPDATED REQMAST RECORD, UNDER THE BUSINESS     *
001100*    DATE IT WAS MADE ON. THE LAST IMAGE FOR A KEY IS THE ONE    *
001200*    THAT COUNTS. A RERUN OF THE PARTITION READS ITS OWN IMAGES  *
001300*    BACK OVER REQMAST, AND THE GRPTMRG MERGE STEP POSTS THEM TO *
001400*    REQMAST, ONE JOB AT A TIME, BEFORE IT EMPTIES THE DATA SET. *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ----------------------                                     *
001800*    2026-10-15  AJM  INITIAL VERSION.                          *
001900*                                                                *
002000******************************************************************
002100     05  GR-RQU-BUS-DATE             PIC 9(08).
002200     05  GR-RQU-IMAGE                PIC X(80).
002300     05  FILLER                      PIC X(12).
