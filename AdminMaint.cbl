      *> the seeded default admin and had to be edited by hand. The
      *> SUPERVISOR-only options add a new admin (with a forced
      *> password change at first login), assign roles, and disable
      *> or re-enable a leaver, and record the staff member's own
      *> customer id so their accounts are known as staff accounts;
      *> self-service password change is open to every role. The
      *> role permission matrix in PERMISSIONS.DAT - which admin
      *> menu options each role may view or execute - is kept here
      *> too, and any role defined there can be given to an admin.
      *> The related parties each admin has declared (spouse,
      *> family, business partners) are kept on RELPARTY.DAT, so
      *> that InsiderCheck can stop staff working their accounts.
      *> Every change lands in AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ADMIN-USERNAME
               FILE STATUS IS ADMINS-STATUS.

           SELECT PERMS-FILE ASSIGN TO "PERMISSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMS-STATUS.

           SELECT RELPARTY-FILE ASSIGN TO "RELPARTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS RELPARTY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ADMINS-FILE.
           COPY "ADMIN-RECORD.cpy".

       FD PERMS-FILE.
       01 PERMS-LINE              PIC X(80).

       FD RELPARTY-FILE.
           COPY "STAFF-RELATED.cpy".

       WORKING-STORAGE SECTION.
       01 AUDIT-LINE              PIC X(120).
       01 ADMINS-STATUS           PIC XX.
       01 WS-PASSWORD-INPUT2      PIC X(20).
       01 WS-ROLE-INPUT           PIC X(10).
       01 WS-BRANCH-INPUT         PIC X(4).
       01 WS-CUST-ID-INPUT        PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(16).
       01 WS-AUDIT-KEY            PIC X(30) VALUE SPACES.

       01 PERMS-STATUS            PIC XX.
       01 WS-ROLE-DEFINED         PIC X.
       01 WS-PM-KIND              PIC X(8).
       01 WS-PM-OPTION            PIC X(4).
       01 WS-PM-LEVEL             PIC X(8).
       01 WS-PM-MARK              PIC X.
       01 WS-PM-NEW-LINE          PIC X(80).
       01 WS-LINE-KIND            PIC X(8).
       01 WS-LINE-ROLE            PIC X(10).
       01 WS-LINE-OPTION          PIC X(4).
       01 WS-LINE-LEVEL           PIC X(8).
       01 PM-TABLE.
           05 PM-COUNT            PIC 9(3) VALUE 0.
           05 PM-LINE             PIC X(80) OCCURS 300 TIMES.
       01 PM-IDX                  PIC 9(3).

       01 RELPARTY-STATUS         PIC XX.
       01 WS-RP-ACTION            PIC X.
       01 WS-RP-RELATION          PIC X(12).
       01 WS-RP-COUNT             PIC 9(3).

       01 WS-TODAY                PIC 9(8).
       01 WS-SYS-DATE             PIC X(10).

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).
       01 LNK-ADMIN-ROLE          PIC X(10).

               DISPLAY "2. Add admin user (supervisor only)"
               DISPLAY "3. Disable/enable admin (supervisor only)"
               DISPLAY "4. Change my password"
               DISPLAY "5. Set staff customer id (supervisor only)"
               DISPLAY "6. Role permissions (supervisor only)"
               DISPLAY "7. Related parties (supervisor only)"
               DISPLAY "Enter choice (1-7): "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                       END-IF
                   WHEN 4
                       PERFORM CHANGE-OWN-PASSWORD
                   WHEN 5
                       IF FUNCTION TRIM(LNK-ADMIN-ROLE) = "SUPERVISOR"
                           PERFORM SET-STAFF-CUSTOMER
                       ELSE
                           DISPLAY "Access denied: this action "
                               "requires the supervisor role."
                       END-IF
                   WHEN 6
                       IF FUNCTION TRIM(LNK-ADMIN-ROLE) = "SUPERVISOR"
                           PERFORM MAINTAIN-PERMISSIONS
                       ELSE
                           DISPLAY "Access denied: this action "
                               "requires the supervisor role."
                       END-IF
                   WHEN 7
                       IF FUNCTION TRIM(LNK-ADMIN-ROLE) = "SUPERVISOR"
                           PERFORM MAINTAIN-RELATED-PARTIES
                       ELSE
                           DISPLAY "Access denied: this action "
                               "requires the supervisor role."
                       END-IF
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
                   NOT AT END
                       DISPLAY "  " ADMIN-USERNAME " " ADMIN-ROLE
                           " " ADMIN-STATUS " pwd set "
                           ADMIN-PWD-DATE " cust " ADMIN-CUST-ID
               END-READ
           END-PERFORM
           CLOSE ADMINS-FILE
               DISPLAY "A password is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Role (e.g. SUPERVISOR/TELLER/AUDITOR): "
           ACCEPT WS-ROLE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-ROLE-INPUT) TO WS-ROLE-INPUT
           PERFORM CHECK-ROLE-DEFINED
           IF WS-ROLE-DEFINED NOT = 'Y'
               DISPLAY "Role " FUNCTION TRIM(WS-ROLE-INPUT)
                   " has no lines in the permission matrix - "
                   "define it under option 6 first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Home branch (blank = 0001): "
           IF WS-BRANCH-INPUT = SPACES
               MOVE "0001" TO WS-BRANCH-INPUT
           END-IF
           DISPLAY "Staff member's own customer id (0 = none): "
           ACCEPT WS-CUST-ID-INPUT

           OPEN I-O ADMINS-FILE
           MOVE WS-USERNAME-INPUT TO ADMIN-USERNAME
                   MOVE 0 TO ADMIN-PWD-DATE
                   MOVE "Y" TO ADMIN-PWD-FORCE
                   MOVE WS-BRANCH-INPUT TO ADMIN-BRANCH
                   MOVE WS-CUST-ID-INPUT TO ADMIN-CUST-ID
                   WRITE ADMIN-RECORD
                       INVALID KEY
                           DISPLAY "[ERROR]: Could not add admin."
           END-REWRITE
           CLOSE ADMINS-FILE.

      *> Links an admin to their own CUSTOMERS.DAT record. Accounts
      *> under that customer are staff accounts from then on.
       SET-STAFF-CUSTOMER.
           DISPLAY "Admin username: "
           ACCEPT WS-USERNAME-INPUT
           OPEN I-O ADMINS-FILE
           MOVE WS-USERNAME-INPUT TO ADMIN-USERNAME
           READ ADMINS-FILE KEY IS ADMIN-USERNAME
               INVALID KEY
                   DISPLAY "No admin with that username."
                   CLOSE ADMINS-FILE
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Current staff customer id: " ADMIN-CUST-ID
           DISPLAY "New staff customer id (0 = none): "
           ACCEPT WS-CUST-ID-INPUT
           MOVE WS-CUST-ID-INPUT TO ADMIN-CUST-ID
           REWRITE ADMIN-RECORD
               INVALID KEY
                   DISPLAY "[ERROR]: Could not update admin."
               NOT INVALID KEY
                   DISPLAY "Admin " WS-USERNAME-INPUT
                       " linked to customer " ADMIN-CUST-ID "."
                   MOVE "ADMIN_STAFF_CUST" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-LOG
           END-REWRITE
           CLOSE ADMINS-FILE.

      *> Related parties are declared per admin as customer ids -
      *> an admin may not post to, reverse on, unlock or re-PIN any
      *> account of theirs without another supervisor's override.
       MAINTAIN-RELATED-PARTIES.
           DISPLAY "Admin username: "
           ACCEPT WS-USERNAME-INPUT
           OPEN INPUT ADMINS-FILE
           MOVE WS-USERNAME-INPUT TO ADMIN-USERNAME
           READ ADMINS-FILE KEY IS ADMIN-USERNAME
               INVALID KEY
                   DISPLAY "No admin with that username."
                   CLOSE ADMINS-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE ADMINS-FILE

           OPEN I-O RELPARTY-FILE
           IF RELPARTY-STATUS = "35"
               OPEN OUTPUT RELPARTY-FILE
               CLOSE RELPARTY-FILE
               OPEN I-O RELPARTY-FILE
           END-IF

           DISPLAY "---- related parties of "
               FUNCTION TRIM(WS-USERNAME-INPUT) " ----"
           MOVE 0 TO WS-RP-COUNT
           MOVE 'N' TO WS-EOF
           MOVE WS-USERNAME-INPUT TO RP-USERNAME
           MOVE 0 TO RP-CUST-ID
           START RELPARTY-FILE KEY IS NOT LESS THAN RP-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ RELPARTY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RP-USERNAME NOT = WS-USERNAME-INPUT
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-RP-COUNT
                           DISPLAY "  cust " RP-CUST-ID " "
                               RP-RELATION " declared "
                               RP-DECLARED-DATE " by "
                               FUNCTION TRIM(RP-DECLARED-BY)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RP-COUNT = 0
               DISPLAY "  (none declared)"
           END-IF

           DISPLAY "A = add, R = remove, blank = done: "
           ACCEPT WS-RP-ACTION
           MOVE FUNCTION UPPER-CASE(WS-RP-ACTION) TO WS-RP-ACTION
           EVALUATE WS-RP-ACTION
               WHEN "A"
                   PERFORM ADD-RELATED-PARTY
               WHEN "R"
                   PERFORM REMOVE-RELATED-PARTY
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Answer A, R or blank - nothing changed."
           END-EVALUATE
           CLOSE RELPARTY-FILE.

       ADD-RELATED-PARTY.
           DISPLAY "Related customer id: "
           ACCEPT WS-CUST-ID-INPUT
           IF WS-CUST-ID-INPUT = 0
               DISPLAY "A customer id is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Relationship (e.g. SPOUSE/PARENT/CHILD/"
               "SIBLING/PARTNER): "
           ACCEPT WS-RP-RELATION
           MOVE FUNCTION UPPER-CASE(WS-RP-RELATION) TO WS-RP-RELATION
           IF WS-RP-RELATION = SPACES
               MOVE "RELATED" TO WS-RP-RELATION
           END-IF
           MOVE WS-USERNAME-INPUT TO RP-USERNAME
           MOVE WS-CUST-ID-INPUT TO RP-CUST-ID
           MOVE WS-RP-RELATION TO RP-RELATION
           MOVE WS-TODAY TO RP-DECLARED-DATE
           MOVE LNK-OPERATOR-ID TO RP-DECLARED-BY
           WRITE RELPARTY-RECORD
               INVALID KEY
                   DISPLAY "That customer is already declared."
               NOT INVALID KEY
                   DISPLAY "Customer " RP-CUST-ID " declared as "
                       FUNCTION TRIM(RP-RELATION) " of "
                       FUNCTION TRIM(WS-USERNAME-INPUT) "."
                   MOVE "RELPARTY_ADD" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING FUNCTION TRIM(WS-USERNAME-INPUT) "/"
                       WS-CUST-ID-INPUT
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE.

       REMOVE-RELATED-PARTY.
           DISPLAY "Related customer id to remove: "
           ACCEPT WS-CUST-ID-INPUT
           MOVE WS-USERNAME-INPUT TO RP-USERNAME
           MOVE WS-CUST-ID-INPUT TO RP-CUST-ID
           DELETE RELPARTY-FILE RECORD
               INVALID KEY
                   DISPLAY "That customer is not declared."
               NOT INVALID KEY
                   DISPLAY "Customer " WS-CUST-ID-INPUT " removed."
                   MOVE "RELPARTY_REMOVE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING FUNCTION TRIM(WS-USERNAME-INPUT) "/"
                       WS-CUST-ID-INPUT
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-LOG
           END-DELETE.

       CHANGE-OWN-PASSWORD.
           OPEN I-O ADMINS-FILE
           MOVE LNK-OPERATOR-ID TO ADMIN-USERNAME
           END-REWRITE
           CLOSE ADMINS-FILE.

      *> A role is usable once the permission matrix holds at
      *> least one PERM line for it; SUPERVISOR always is.
       CHECK-ROLE-DEFINED.
           MOVE 'N' TO WS-ROLE-DEFINED
           IF WS-ROLE-INPUT = "SUPERVISOR"
               MOVE 'Y' TO WS-ROLE-DEFINED
               EXIT PARAGRAPH
           END-IF
           IF WS-ROLE-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT PERMS-FILE
           IF PERMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PERMS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LINE-KIND WS-LINE-ROLE
                       UNSTRING PERMS-LINE DELIMITED BY ","
                           INTO WS-LINE-KIND WS-LINE-ROLE
                       IF FUNCTION TRIM(WS-LINE-KIND) = "PERM" AND
                          WS-LINE-ROLE = WS-ROLE-INPUT
                           MOVE 'Y' TO WS-ROLE-DEFINED
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERMS-FILE.

      *> PERMISSIONS.DAT holds PERM,role,option,level lines - option
      *> is an admin menu number or * for every option, level is
      *> NONE, VIEW or EXECUTE - and VIEW,option lines marking the
      *> reports and inquiries a VIEW level is enough for. A new
      *> line replaces the one it matches.
       MAINTAIN-PERMISSIONS.
           DISPLAY "---- role permission matrix ----"
           MOVE 'N' TO WS-EOF
           OPEN INPUT PERMS-FILE
           IF PERMS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PERMS-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           DISPLAY "  " PERMS-LINE
                   END-READ
               END-PERFORM
               CLOSE PERMS-FILE
           END-IF

           DISPLAY "P = role permission, V = view-only option mark: "
           ACCEPT WS-PM-KIND
           MOVE FUNCTION UPPER-CASE(WS-PM-KIND) TO WS-PM-KIND
           MOVE SPACES TO WS-PM-NEW-LINE
           MOVE SPACES TO WS-ROLE-INPUT
           EVALUATE WS-PM-KIND(1:1)
               WHEN "P"
                   PERFORM ACCEPT-PERMISSION-LINE
               WHEN "V"
                   PERFORM ACCEPT-VIEW-MARK
               WHEN OTHER
                   DISPLAY "Kind must be P or V - nothing changed."
           END-EVALUATE
           IF WS-PM-NEW-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PM-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PERMS-FILE
           IF PERMS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PERMS-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM KEEP-PERMISSION-LINE
                   END-READ
               END-PERFORM
               CLOSE PERMS-FILE
           END-IF
      *> A V line answered N only clears the mark.
           IF WS-PM-NEW-LINE NOT = "-" AND PM-COUNT < 300
               ADD 1 TO PM-COUNT
               MOVE WS-PM-NEW-LINE TO PM-LINE(PM-COUNT)
           END-IF

           OPEN OUTPUT PERMS-FILE
           PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > PM-COUNT
               MOVE PM-LINE(PM-IDX) TO PERMS-LINE
               WRITE PERMS-LINE
           END-PERFORM
           CLOSE PERMS-FILE

           MOVE "PERM_CHANGE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           IF WS-PM-KIND(1:1) = "P"
               STRING FUNCTION TRIM(WS-ROLE-INPUT) "/"
                   FUNCTION TRIM(WS-PM-OPTION) "="
                   FUNCTION TRIM(WS-PM-LEVEL)
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
           ELSE
               STRING "VIEW/" FUNCTION TRIM(WS-PM-OPTION) "="
                   WS-PM-MARK
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-IF
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Permission matrix written.".

       ACCEPT-PERMISSION-LINE.
           DISPLAY "Role: "
           ACCEPT WS-ROLE-INPUT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROLE-INPUT))
               TO WS-ROLE-INPUT
           INSPECT WS-ROLE-INPUT REPLACING ALL "," BY " "
           IF WS-ROLE-INPUT = SPACES
               DISPLAY "A role is required - nothing changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Admin menu option (number, or * for all): "
           ACCEPT WS-PM-OPTION
           MOVE FUNCTION TRIM(WS-PM-OPTION) TO WS-PM-OPTION
           DISPLAY "Level (NONE/VIEW/EXECUTE): "
           ACCEPT WS-PM-LEVEL
           MOVE FUNCTION UPPER-CASE(WS-PM-LEVEL) TO WS-PM-LEVEL
           IF WS-PM-OPTION NOT = "*"
               PERFORM VALIDATE-PM-OPTION
               IF WS-PM-OPTION = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PM-LEVEL NOT = "NONE" AND
              WS-PM-LEVEL NOT = "VIEW" AND
              WS-PM-LEVEL NOT = "EXECUTE"
               DISPLAY "Level must be NONE, VIEW or EXECUTE - "
                   "nothing changed."
               EXIT PARAGRAPH
           END-IF
      *> The supervisor's own access to everything, and to this
      *> screen in particular, cannot be taken away here.
           IF WS-ROLE-INPUT = "SUPERVISOR" AND
              WS-PM-LEVEL NOT = "EXECUTE" AND
              (WS-PM-OPTION = "*" OR WS-PM-OPTION = "26")
               DISPLAY "The supervisor role must keep EXECUTE on "
                   "this - nothing changed."
               EXIT PARAGRAPH
           END-IF
           STRING "PERM," FUNCTION TRIM(WS-ROLE-INPUT) ","
               FUNCTION TRIM(WS-PM-OPTION) ","
               FUNCTION TRIM(WS-PM-LEVEL)
               DELIMITED BY SIZE INTO WS-PM-NEW-LINE.

       ACCEPT-VIEW-MARK.
           DISPLAY "Admin menu option: "
           ACCEPT WS-PM-OPTION
           MOVE FUNCTION TRIM(WS-PM-OPTION) TO WS-PM-OPTION
           PERFORM VALIDATE-PM-OPTION
           IF WS-PM-OPTION = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Is VIEW enough for this option? (Y/N): "
           ACCEPT WS-PM-MARK
           MOVE FUNCTION UPPER-CASE(WS-PM-MARK) TO WS-PM-MARK
           EVALUATE WS-PM-MARK
               WHEN "Y"
                   STRING "VIEW," FUNCTION TRIM(WS-PM-OPTION)
                       DELIMITED BY SIZE INTO WS-PM-NEW-LINE
               WHEN "N"
                   MOVE "-" TO WS-PM-NEW-LINE
               WHEN OTHER
                   DISPLAY "Answer Y or N - nothing changed."
           END-EVALUATE.

      *> Option numbers are held without leading zeros so that a
      *> line can be matched on the text as well as the value.
       VALIDATE-PM-OPTION.
           IF FUNCTION TEST-NUMVAL(WS-PM-OPTION) NOT = 0
               DISPLAY "Option must be a menu number - nothing "
                   "changed."
               MOVE SPACES TO WS-PM-OPTION
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-PM-OPTION) < 1 OR
              FUNCTION NUMVAL(WS-PM-OPTION) > 99
               DISPLAY "Option must be 1-99 - nothing changed."
               MOVE SPACES TO WS-PM-OPTION
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PM-OPTION) TO PM-IDX
           MOVE SPACES TO WS-PM-OPTION
           IF PM-IDX < 10
               MOVE PM-IDX(3:1) TO WS-PM-OPTION
           ELSE
               MOVE PM-IDX(2:2) TO WS-PM-OPTION
           END-IF.

      *> Copies every matrix line except the one the new line
      *> replaces.
       KEEP-PERMISSION-LINE.
           MOVE SPACES TO WS-LINE-KIND WS-LINE-ROLE WS-LINE-OPTION
               WS-LINE-LEVEL
           UNSTRING PERMS-LINE DELIMITED BY ","
               INTO WS-LINE-KIND WS-LINE-ROLE WS-LINE-OPTION
                    WS-LINE-LEVEL
           IF WS-PM-KIND(1:1) = "P" AND
              FUNCTION TRIM(WS-LINE-KIND) = "PERM" AND
              WS-LINE-ROLE = WS-ROLE-INPUT AND
              WS-LINE-OPTION = WS-PM-OPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-PM-KIND(1:1) = "V" AND
              FUNCTION TRIM(WS-LINE-KIND) = "VIEW" AND
              FUNCTION TRIM(WS-LINE-ROLE) = WS-PM-OPTION
               EXIT PARAGRAPH
           END-IF
           IF PM-COUNT < 300
               ADD 1 TO PM-COUNT
               MOVE PERMS-LINE TO PM-LINE(PM-COUNT)
           END-IF.

       WRITE-AUDIT-LOG.
           IF WS-AUDIT-KEY = SPACES
               MOVE WS-USERNAME-INPUT TO WS-AUDIT-KEY
           END-IF
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LINE
           STRING
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-KEY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LNK-OPERATOR-ID) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           CALL "AuditLogger" USING AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           MOVE SPACES TO WS-AUDIT-KEY.

       END PROGRAM AdminMaint.
