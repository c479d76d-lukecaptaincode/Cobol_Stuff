000010******************************************************************
000020* Copybook: EULREF
000030* Author: Luke Captain
000040* Date Written: 15/10/2026
000050* Purpose: Record layout for the certified reference-answer
000060*          master EULREFS, an indexed file keyed like the history
000070*          master on program and parameter key.  Each entry holds
000080*          an answer certified independently of the nightly
000090*          reconciliation, who certified it, when, and how - the
000100*          method (HISTORY for an answer proposed from a stable
000110*          EULRHIST series, or the independent method an operator
000120*          entered) and a note.  Entries are created PROPOSED by
000130*          EULER-CERTFY and only an APPROVED entry is used by the
000140*          compute jobs.  The certificate number identifies the
000150*          entry on reports and on its EULAUDIT postings.
000160*
000170* Modification History:
000180*   15/10/2026 LC  Initial version.
000190******************************************************************
000200 01  EULER-REFERENCE-RECORD.
000210     05  REF-KEY.
000220         10  REF-PROGRAM-ID      PIC X(10).
000230         10  REF-PARM-KEY        PIC X(26).
000240     05  REF-CERT-NUMBER         PIC 9(06).
000250     05  REF-ANSWER              PIC 9(15).
000260     05  REF-STATE               PIC X(08).
000270         88  REF-PROPOSED              VALUE 'PROPOSED'.
000280         88  REF-APPROVED              VALUE 'APPROVED'.
000290         88  REF-REJECTED              VALUE 'REJECTED'.
000300         88  REF-REVOKED               VALUE 'REVOKED'.
000310     05  REF-METHOD              PIC X(08).
000320         88  REF-FROM-HISTORY          VALUE 'HISTORY'.
000330     05  REF-METHOD-NOTE         PIC X(30).
000340     05  REF-PROPOSED-BY         PIC X(08).
000350     05  REF-PROPOSED-DATE       PIC 9(08).
000360*    Who approved the entry and when; for a rejected or revoked
000370*    entry, who made that decision and when.
000380     05  REF-CERTIFIED-BY        PIC X(08).
000390     05  REF-CERTIFIED-DATE      PIC 9(08).
000400     05  REF-CERTIFIED-TIME      PIC 9(08).
