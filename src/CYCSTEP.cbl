000500*    NIGHT-CYCLE RUN-CONTROL SEQUENCER                          *
000600*                                                               *
000700*    CALLABLE SUBPROGRAM SHARED BY EVERY STEP OF THE NIGHTLY    *
000800*    CYCLE (XFILECHK, BRDACCR, VSTEDIT, JRNIGHT, NITEBAL,       *
000810*    GLEXPORT, AND INVDEPL AFTER JRNIGHT).                      *
000900*    BACKED BY THE CYCLE RUN-CONTROL FILE (CYCCTL), ONE RECORD  *
001000*    PER STEP, SO THE RUN SHEET'S JOB ORDER IS ENFORCED BY THE  *
001100*    SYSTEM INSTEAD OF BY THE OPERATOR'S MEMORY.                *
003000*    MODIFICATION HISTORY                                       *
003100*    --------------------                                       *
003200*    2026/09/02  JJM  ORIGINAL PROGRAM.                         *
003210*    2026/10/15  JJM  INVDEPL JOINS THE CYCLE.                  *
003220*    2026/10/15  JJM  BRDACCR JOINS THE CYCLE AHEAD OF VSTEDIT. *
003300*                                                               *
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
