000100*          with each other and the drift only surfaces when a
000110*          later reconciliation compares against a result that
000120*          was never posted.  The EULICCTL control record gives
000130*          a from/to date range; every SUCCESS/DISCREP/CERTFAIL
000140*          audit record with no EULRHIST record for that program
000150*          and run date, every history record with no audit
000160*          trace, and every EULSTATS row whose status disagrees
000170*          with the audit status for the same program and date is
000180*          listed on EULICRPT with totals, and the job ends
000190*          RC 8 when anything is out of step.
000200* Tectonics: cobc
000210*
000220* Modification History:
000230*   03/09/2026 LC  Initial version.
000231*   15/10/2026 LC  CERTFAIL audit records are checked for their
000232*                  EULRHIST record like SUCCESS and DISCREP, since
000233*                  a job that fails certification still posts its
000234*                  result to history.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. EULER-INTCHK.
002650     MOVE AUD-STATUS TO ICT-STATUS(AUDIT-ROW-COUNT).
002660     MOVE 'N' TO ICT-SEEN-SW(AUDIT-ROW-COUNT).
002670     IF AUD-STATUS = "SUCCESS" OR AUD-STATUS = "DISCREP"
002675             OR AUD-STATUS = "CERTFAIL"
002680         MOVE 'Y' TO ICT-CHECK-SW(AUDIT-ROW-COUNT)
002690     ELSE
002700         MOVE 'N' TO ICT-CHECK-SW(AUDIT-ROW-COUNT)
