      ***** ID.  No more hand-editing a security dataset.
      ***** Transaction layout:  action A/R/P/U, target user,
      ***** new password (adds and resets), administrator ID.
      ***** A new user ID may not run past eight characters -
      ***** AUTHCHK refuses any longer one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  MJ-MASTER          PIC X(8).
           05  MJ-BEFORE-IMAGE    PIC X(80).
           05  MJ-AFTER-IMAGE     PIC X(80).
           05  MJ-USER            PIC X(8).
           05  FILLER             PIC X(1).
       WORKING-STORAGE SECTION.
       77 WS-JRNL-BEFORE    PIC X(80) VALUE SPACES.
       77 PASSFILE-F-STATUS PIC XX VALUE SPACES.
           END-IF.
       110-Route-One-Transaction.
           EVALUATE TRUE
              WHEN AT-ADD-USER AND AT-TARGET-USER(9:2) NOT = SPACES
                 MOVE 'ADD REJECTED - ID OVER 8 CHARS' TO WS-AUDIT-TEXT
                 ADD 1 TO CTR-REJECTED
                 PERFORM 800-Write-Audit-Record
              WHEN AT-ADD-USER
                 PERFORM 300-Add-User
              WHEN AT-REMOVE-USER
           MOVE WS-JRNL-BEFORE TO MJ-BEFORE-IMAGE.
           MOVE SPACES         TO MJ-AFTER-IMAGE.
           MOVE PASSFILE-REC   TO MJ-AFTER-IMAGE(1:31).
           MOVE AT-ADMIN-ID    TO MJ-USER.
           WRITE MASTER-JOURNAL-REC.
       500-Scan-For-Target-User.
           MOVE 'N' TO WS-USER-FOUND-SW.
