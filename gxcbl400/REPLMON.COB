000160*                   ALERTS ROW WHEN IT EXCEEDS THE AGREED   *
000170*                   MAXLAG - SO THE RECOVERY POINT IS A     *
000180*                   MEASURED NUMBER, NOT AN ASSUMPTION      *
000182*   2026-10-15  RH  REPLCTL LAYOUT GAINS THE PARITY KEY     *
000184*                   SPAN (KEYPOS, KEYLEN, RNGLEN)           *
000190*----------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000470     05 REPLCTL-TGTLIB           PIC  X(010).
000480     05 REPLCTL-MAXLAG           PIC  9(004).
000490     05 REPLCTL-ACTIVE           PIC  X(001).
000492     05 REPLCTL-KEYPOS           PIC  9(004).
000494     05 REPLCTL-KEYLEN           PIC  9(002).
000496     05 REPLCTL-RNGLEN           PIC  9(002).
000500 FD  REPLSTAT.
000510 01  REPLSTAT-RECORD.
000520     05 REPLSTAT-FILE            PIC  X(010).
