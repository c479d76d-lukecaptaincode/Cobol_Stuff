000010******************************************************************
000020* Copybook: EULRQL
000030* Author: Luke Captain
000040* Date Written: 15/10/2026
000050* Purpose: Record layout for the EULRQLOG request log.
000060*          EULER-REQIN appends one record for every request it
000070*          accepts onto the nightly problem list - who asked,
000080*          their cost centre, the night's list identity and the
000090*          position on EULSCTL the request now occupies, and the
000100*          parameters as submitted - so the post-night steps can
000110*          tie each request back to the suite entry it became.
000120*
000130* Modification History:
000140*   15/10/2026 LC  Initial version.
000150******************************************************************
000160 01  EULER-REQUEST-LOG-RECORD.
000170     05  RQL-REQUESTER           PIC X(08).
000180     05  RQL-COST-CENTRE         PIC X(06).
000190     05  RQL-NIGHT-IDENT         PIC X(08).
000200     05  RQL-SCHED-DATE          PIC 9(08).
000210     05  RQL-ENTRY-SEQ           PIC 9(04).
000220     05  RQL-PROBLEM-NUMBER      PIC 9(02).
000230     05  RQL-LIMIT               PIC 9(10).
000240     05  RQL-DIVISOR-COUNT       PIC 9(01).
000250     05  RQL-DIVISOR-TABLE.
000260         10  RQL-DIVISOR         PIC 9(04) OCCURS 4 TIMES.
000270     05  RQL-CALC-MODE           PIC X(06).
000280     05  RQL-NEEDED-BY           PIC 9(08).
