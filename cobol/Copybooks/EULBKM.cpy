000010******************************************************************
000020* Copybook: EULBKM
000030* Author: Luke Captain
000040* Date Written: 15/10/2026
000050* Purpose: Record layout for the manifest EULER-BACKUP writes with
000060*          every dated backup set (EULBKyyyymmdd.MANIFEST).  A
000070*          header gives the set date and time and the night, if
000080*          any, that EULSCKPT showed in progress when the set
000090*          was taken; one entry per file gives whether it was
000100*          copied, its record count and its hash total; a trailer
000110*          marks the set COMPLETE.  EULER-RESTORE will not touch
000120*          a set whose manifest is missing, unfinished or does not
000130*          agree with the copies it describes.
000140*
000150* Modification History:
000160*   15/10/2026 LC  Initial version.
000170******************************************************************
000180 01  EULER-MANIFEST-RECORD.
000190     05  MAN-RECORD-TYPE         PIC X(01).
000200         88  MAN-HEADER                VALUE 'H'.
000210         88  MAN-FILE-ENTRY            VALUE 'F'.
000220         88  MAN-TRAILER               VALUE 'T'.
000230     05  MAN-SET-DATE            PIC 9(08).
000240     05  MAN-DETAIL              PIC X(36).
000250     05  MAN-HEADER-DETAIL REDEFINES MAN-DETAIL.
000260         10  MAN-SET-TIME        PIC 9(08).
000270*        Blank when no night was in progress.
000280         10  MAN-NIGHT-IDENT     PIC X(08).
000290         10  FILLER              PIC X(20).
000300     05  MAN-FILE-DETAIL REDEFINES MAN-DETAIL.
000310         10  MAN-FILE-NAME       PIC X(08).
000320*        COPIED, or ABSENT when there was no live file to copy.
000330         10  MAN-FILE-STATE      PIC X(08).
000340             88  MAN-FILE-COPIED       VALUE 'COPIED'.
000350             88  MAN-FILE-ABSENT       VALUE 'ABSENT'.
000360         10  MAN-RECORD-COUNT    PIC 9(07).
000370         10  MAN-HASH-TOTAL      PIC 9(13).
000380     05  MAN-TRAILER-DETAIL REDEFINES MAN-DETAIL.
000390         10  MAN-FILE-COUNT      PIC 9(03).
000400         10  MAN-TOTAL-RECORDS   PIC 9(09).
000410*        COMPLETE, or PARTIAL when a file would not copy.
000420         10  MAN-SET-STATE       PIC X(08).
000430             88  MAN-SET-COMPLETE      VALUE 'COMPLETE'.
000440         10  FILLER              PIC X(16).
