000136*                  compute the sum arithmetically, iterate as
000138*                  before, or do both and cross-check.  Jobs
000140*                  that have only one way to compute ignore it.
000141*   15/10/2026 LC  Added CTL-DETAIL-SW - 'Y' asks the job for its
000142*                  working detail (EULER-THREE's factorization,
000143*                  EULER-TWO's even terms) on a detail file and
000144*                  as a detail section on its report.  Jobs with
000145*                  no detail to give ignore it.
000146******************************************************************
000150 01  EULER-CONTROL-RECORD.
000160     05  CTL-RUN-DATE            PIC X(08).
000170     05  CTL-LIMIT               PIC 9(10).
000190     05  CTL-DIVISOR-TABLE.
000200         10  CTL-DIVISOR         PIC 9(04) OCCURS 4 TIMES.
000210     05  CTL-CALC-MODE           PIC X(06).
000220     05  CTL-DETAIL-SW           PIC X(01).
000230         88  CTL-DETAIL-WANTED         VALUE 'Y'.
