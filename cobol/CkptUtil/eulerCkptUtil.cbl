000300*                  function and ends RC 8, the same way an
000310*                  unknown checkpoint-file name does, instead of
000320*                  passing silently as a REPORT run.
000322*   15/10/2026 LC  Widened the EUL2CKPT and EUL3CKPT layouts for
000324*                  the detail-output state both jobs now carry,
000326*                  and kept that state across a MARK.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. EULER-CKPUTL.
001030         88  CK2-RUN-IN-PROGRESS       VALUE 'N'.
001040     05  CK2-WRITE-DATE          PIC 9(08).
001050     05  CK2-WRITE-TIME          PIC 9(08).
001053     05  CK2-DETAIL-SW           PIC X(01).
001056     05  CK2-DETAIL-COUNT        PIC 9(05).
001060
001070 FD  EUL3-CKPT-FILE
001080     LABEL RECORDS ARE STANDARD.
001160         88  CK3-RUN-IN-PROGRESS       VALUE 'N'.
001170     05  CK3-WRITE-DATE          PIC 9(08).
001180     05  CK3-WRITE-TIME          PIC 9(08).
001182     05  CK3-FACTOR-MULT         PIC 9(02).
001184     05  CK3-DETAIL-SW           PIC X(01).
001186     05  CK3-DETAIL-COUNT        PIC 9(05).
001190
001200 FD  AUDIT-FILE
001210     LABEL RECORDS ARE STANDARD.
001510     05  SAV2-COMPLETE-SW        PIC X(01).
001520     05  SAV2-WRITE-DATE         PIC 9(08).
001530     05  SAV2-WRITE-TIME         PIC 9(08).
001535     05  SAV2-DETAIL-STATE       PIC X(06).
001540 01  SAVED-EUL3-CKPT.
001550     05  SAV3-PARAMETERS         PIC X(40).
001560     05  SAV3-COMPLETE-SW        PIC X(01).
001570     05  SAV3-WRITE-DATE         PIC 9(08).
001580     05  SAV3-WRITE-TIME         PIC 9(08).
001585     05  SAV3-DETAIL-STATE       PIC X(08).
001590
001600 01  CKPT-STATE-AREA.
001610     05  CKPT-STATE              PIC X(01).
