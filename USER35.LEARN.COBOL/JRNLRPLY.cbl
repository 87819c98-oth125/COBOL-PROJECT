       PROGRAM-ID. JRNLRPLY.
      ***** Point-in-time master rebuild from the MSTRJRNL cycle
      ***** journal.  Keyed on SYSIN with the master name
      ***** (ACCRMAST, ADDRMAST, EMPFILE, PASSFILE, or ACCTREC1-3 -
      ***** the three eighty-byte slices ACCTMNT1 journals the
      ***** account record in, each led by ACCT-NO) and a cutoff
      ***** timestamp (YYYYMMDDHHMMSSn, the journal's stamp shape), the
      ***** program loads the BASEMAST base copy - records padded
      ***** to eighty bytes, as the archive copies are cut - then
      ***** replays every journal after-image for that master
           05 WS-CUTOFF-STAMP   PIC X(15) VALUE SPACES.
      * The matching key is the leading bytes of the record image,
      * sized per master: ACCRMAST keys on the eight-byte employee
      * ID, the ACCTREC slices on the eight-byte account number,
      * PASSFILE on the ten-byte user, EMPFILE on the twenty-byte
      * name.
       77 WS-KEY-LENGTH        PIC 99    VALUE 8.
       01 REBUILD-TABLE-AREA.
           05 RB-COUNT          PIC 9(4) COMP VALUE 0.
           ACCEPT WS-CUTOFF-STAMP.
           EVALUATE WS-MASTER-NAME
               WHEN 'ACCRMAST'
               WHEN 'ADDRMAST'
               WHEN 'ACCTREC1'
               WHEN 'ACCTREC2'
               WHEN 'ACCTREC3'
                   MOVE 8 TO WS-KEY-LENGTH
               WHEN 'PASSFILE'
                   MOVE 10 TO WS-KEY-LENGTH
