000300*
000400* RUNCTL - SHARED RUN-CONTROL AND BUSINESS-CALENDAR SUBPROGRAM
000500* CALLED AT START AND END OF EVERY NIGHTLY BATCH JOB (ADDEXTR,
000600* ADDARCH, SAMRPT, ADDRECON, ADDBULK, PENDRPT, ADDEXCP,
000650* ADDINTG) WITH A RUNCOMM AREA.
000700*
000800* FUNCTION 'START': RESOLVES THE BUSINESS DATE - THE CALLER'S
000900* EXPLICIT DATE, CHECKED AGAINST THE CALFILE PROCESSING
