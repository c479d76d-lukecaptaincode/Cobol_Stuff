000010******************************************************************
000020* Copybook: EULBKV
000030* Author: Luke Captain
000040* Date Written: 15/10/2026
000050* Purpose: Hash-total views over a record of any file in the
000060*          EULER backup set.  EULER-BACKUP and EULER-RESTORE move
000070*          each record they copy into BKV-RECORD and add the one
000080*          numeric field this layout picks out for that file to
000090*          the file's hash total - the result for the run log and
000100*          the history master, iterations for the statistics
000110*          file, the record count on the audit generation catalog,
000120*          the problem number on the registry, the preset limit,
000130*          the return code on the suite status file, the entry
000140*          position on the suite checkpoint, and the loop
000150*          position on each job checkpoint.  A field that is not
000160*          numeric adds nothing.
000170*
000180* Modification History:
000190*   15/10/2026 LC  Initial version.
000200******************************************************************
000210 01  BACKUP-RECORD-VIEW.
000220     05  BKV-RECORD              PIC X(120).
000230*    EULAUDIT - AUD-RESULT.
000240     05  BKV-AUDIT-VIEW REDEFINES BKV-RECORD.
000250         10  FILLER              PIC X(76).
000260         10  BKV-AUD-RESULT      PIC 9(15).
000270         10  FILLER              PIC X(29).
000280*    EULRHIST - HIST-RESULT.
000290     05  BKV-HISTORY-VIEW REDEFINES BKV-RECORD.
000300         10  FILLER              PIC X(44).
000310         10  BKV-HIST-RESULT     PIC 9(15).
000320         10  FILLER              PIC X(61).
000330*    EULSTATS - STAT-ITERATIONS.
000340     05  BKV-STATS-VIEW REDEFINES BKV-RECORD.
000350         10  FILLER              PIC X(51).
000360         10  BKV-STAT-ITERATIONS PIC 9(10).
000370         10  FILLER              PIC X(59).
000380*    EULGCAT - GCT-RECORD-COUNT.
000390     05  BKV-CATALOG-VIEW REDEFINES BKV-RECORD.
000400         10  FILLER              PIC X(06).
000410         10  BKV-GCT-RECORD-COUNT
000420                                 PIC 9(07).
000430         10  FILLER              PIC X(107).
000440*    EULSJOBS - REG-PROBLEM-NUMBER.
000450     05  BKV-REGISTRY-VIEW REDEFINES BKV-RECORD.
000460         10  BKV-REG-PROBLEM     PIC 9(02).
000470         10  FILLER              PIC X(118).
000480*    EULSPSET - PSL-LIMIT.
000490     05  BKV-PRESET-VIEW REDEFINES BKV-RECORD.
000500         10  FILLER              PIC X(32).
000510         10  BKV-PSL-LIMIT       PIC 9(10).
000520         10  FILLER              PIC X(78).
000530*    EULSSTAT - STA-RC.
000540     05  BKV-STATUS-VIEW REDEFINES BKV-RECORD.
000550         10  FILLER              PIC X(06).
000560         10  BKV-STA-RC          PIC 9(04).
000570         10  FILLER              PIC X(110).
000580*    EULSCKPT - CKP-ENTRY-SEQ, and the night the row belongs to.
000590     05  BKV-SUITE-CKPT-VIEW REDEFINES BKV-RECORD.
000600         10  BKV-CKP-NIGHT-IDENT PIC X(08).
000610         10  BKV-CKP-ENTRY-SEQ   PIC 9(04).
000620         10  FILLER              PIC X(108).
000630*    EUL1CKPT/EUL2CKPT - CKPT-I; EUL3CKPT - CKPT-N-REMAINING.
000640     05  BKV-JOB-CKPT-VIEW REDEFINES BKV-RECORD.
000650         10  BKV-CKPT-POSITION   PIC 9(10).
000660         10  FILLER              PIC X(110).
