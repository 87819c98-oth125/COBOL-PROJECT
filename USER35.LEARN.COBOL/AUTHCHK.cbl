      *****   PWADMIN  - PASSFILE administration (PASSADM1)
      *****   REPRINT  - paycheck reprints (PAYRPRT1)
      *****   PASSMIG  - password migration (PASSMIG1)
      *****   RPTPAY   - releasing held payroll-confidential
      *****              reports (RPTDIST1)
      *****   RPTSEC   - releasing held restricted reports
      *****              (RPTDIST1)
      *****   EMPMAINT - employee master maintenance (EMPMAINT)
      *****   APINV    - keying AP invoices (APLOAD01)
      *****   APPAY    - releasing AP payments (APPAY01)
      *****   BANKCHG  - requesting a direct-deposit bank change
      *****              (BANKCHG1)
      *****   BANKAPR  - approving a direct-deposit bank change
      *****              (BANKCHG1)
      *****   EMPINQ   - the consolidated employee inquiry
      *****              (EMPINQ1)
      ***** Security-admin holds everything; payroll-admin holds
      ***** REPRINT, RPTPAY, EMPMAINT, APINV, APPAY, BANKCHG,
      ***** BANKAPR and EMPINQ; an operator holds none of the gated
      ***** actions.
      ***** BANKCHG1 itself keeps the approver of a bank change
      ***** from being the administrator who requested it.
      ***** SODCHK01 carries a copy of this map to find roles
      ***** that grant both halves of a conflicting pair - keep
      ***** the two in step.
      ***** A user ID is at most eight characters - the MSTRJRNL
      ***** cycle journal stamps eight bytes of it on every image -
      ***** so a longer one is refused whatever its role.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 WS-USER-FOUND-SW  PIC X VALUE 'N'.
             88 TARGET-USER-FOUND VALUE 'Y'.
       77 WS-USER-ROLE      PIC X VALUE SPACE.
       77 WS-PASS-OPEN-SW   PIC X VALUE 'N'.
             88 PASSFILE-IS-OPEN VALUE 'Y'.
       01 WS-AUDIT-TEXT     PIC X(30) VALUE SPACES.
      * Audit chain sequencing - see AUDCHAIN
       01 AUDCHAIN-PARMS.
       PROCEDURE DIVISION USING AUTHCHK-PARMS.
       000-Check-Authority.
           MOVE 'N' TO AC-AUTHORIZED.
           IF  AC-USER(9:2) = SPACES
               PERFORM 100-Look-Up-User-Role
               IF  TARGET-USER-FOUND
                   PERFORM 200-Apply-Permission-Map
               END-IF
           ELSE
               DISPLAY 'AUTHCHK - USER ID OVER 8 CHARACTERS: '
                       AC-USER
           END-IF.
           PERFORM 800-Write-Audit-Record.
           GOBACK.
           MOVE 'N'   TO WS-USER-FOUND-SW.
           MOVE SPACE TO PASS-LASTREC.
           MOVE SPACE TO WS-USER-ROLE.
           MOVE 'N'   TO WS-PASS-OPEN-SW.
           OPEN INPUT PASS-REC.
           IF  NOT PASSFILE-OPEN-OK
               DISPLAY 'AUTHCHK - PASSFILE NOT AVAILABLE - STATUS: '
                       PASSFILE-F-STATUS
               MOVE 'Y' TO PASS-LASTREC
           ELSE
               MOVE 'Y' TO WS-PASS-OPEN-SW
               PERFORM 150-Read-Pass-Record
           END-IF.
           PERFORM 120-Match-One-User
               UNTIL NO-MORE-PASS-RECORDS OR TARGET-USER-FOUND.
      *    THE STATUS IS 10 ONCE THE READ HITS END OF FILE, SO THE
      *    OPEN IS REMEMBERED - A CALLER ASKING AGAIN FINDS IT SHUT.
           IF  PASSFILE-IS-OPEN
               CLOSE PASS-REC
           END-IF.
       120-Match-One-User.
               WHEN WS-USER-ROLE = 'S'
                   MOVE 'Y' TO AC-AUTHORIZED
               WHEN WS-USER-ROLE = 'P'
                    AND (AC-PERMISSION = 'REPRINT '
                         OR AC-PERMISSION = 'RPTPAY  '
                         OR AC-PERMISSION = 'EMPMAINT'
                         OR AC-PERMISSION = 'APINV   '
                         OR AC-PERMISSION = 'APPAY   '
                         OR AC-PERMISSION = 'BANKCHG '
                         OR AC-PERMISSION = 'BANKAPR '
                         OR AC-PERMISSION = 'EMPINQ  ')
                   MOVE 'Y' TO AC-AUTHORIZED
               WHEN OTHER
                   CONTINUE
