000100*                                                                 00010000
000200* RUNCOMM - PARAMETER AREA FOR THE RUNCTL RUN-CONTROL             00020000
000300* SUBPROGRAM CALLED AT START AND END OF EVERY NIGHTLY BATCH       00030000
000400* JOB (ADDEXTR, ADDARCH, SAMRPT, ADDRECON, ADDBULK, PENDRPT,      00040000
000450* ADDEXCP, ADDINTG).                                              00045000
000500* THE CALLER SETS THE FUNCTION, ITS PROGRAM NAME, THE RERUN       00050000
000600* SWITCH AND EITHER THE EXPLICIT BUSINESS DATE OR ZERO TO         00060000
000700* HAVE RUNCTL DERIVE THE PREVIOUS BUSINESS DAY FROM THE           00070000
000800* CALENDAR. RC-RETURN: 00 = PROCEED (RC-BUS-DATE RESOLVED),       00080000
