       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptHier.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Department hierarchy maintenance. lab7.dat and the site
      *     files are a flat list of departments; DEPTHIER.DAT puts
      *     them in a structure: divisions, the cost centers under
      *     each division (each cost center belonging to one site),
      *     and the assignment of every department to a cost center.
      *     The payroll report rolls its department lines up through
      *     this file to division and site totals, and the GL posting
      *     uses the cost center to pick the COAMAP.DAT expense
      *     account. Every change is written to DEPTAUDIT.LOG with
      *     the signed-on operator's identity, alongside the
      *     department maintenance's own audit lines.
      * Input:
      *     DEPTHIER.DAT, OPERATOR.DAT,
      *     lab7.dat, LAB7SITE2.DAT, LAB7SITE3.DAT (department check)
      * Output:
      *     DEPTHIER.DAT (rewritten after an add, change or delete)
      *     DEPTAUDIT.LOG (one audit line per change)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  HIERARCHY-FILE
               ASSIGN TO "DEPTHIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.
           SELECT  DEPT-FILE
               ASSIGN USING WS-DEPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  DEPT-AUDIT-FILE
               ASSIGN TO "DEPTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * HR-TYPE V = division, C = cost center (parent is the division,
      * site is 1-3), D = department assignment (code is the D-CODE
      * from the department files, parent is the cost center).
      ******************************************************************
       FD  HIERARCHY-FILE.
       01  HIERARCHY-REC.
           05  HR-TYPE            PIC X.
           05  FILLER             PIC X.
           05  HR-CODE            PIC X(2).
           05  FILLER             PIC X.
           05  HR-NAME            PIC X(10).
           05  FILLER             PIC X.
           05  HR-PARENT          PIC X(2).
           05  FILLER             PIC X.
           05  HR-SITE            PIC X.
       FD  DEPT-FILE.
       01  DEPT-REC.
           05  D-CODE   PIC X(2).
           05  D-NAME   PIC X(10).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  DEPT-AUDIT-FILE.
       01  DEPT-AUDIT-REC       PIC X(92).
       WORKING-STORAGE SECTION.
       77  WS-HIER-STATUS       PIC XX.
       77  WS-DEPT-STATUS       PIC XX.
       77  WS-OPER-STATUS       PIC XX.
       77  WS-AUDIT-STATUS      PIC XX.
       77  WS-HIER-EOF          PIC X     VALUE "N".
       77  WS-DEPT-EOF          PIC X     VALUE "N".
       77  WS-OPER-EOF          PIC X     VALUE "N".
       77  WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME     PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK         PIC X     VALUE "N".
       77  WS-FUNC-TALLY        PIC 9     VALUE ZERO.
       77  WS-DEPT-FILE-NAME    PIC X(30) VALUE SPACES.
       77  WS-FILE-SUB          PIC 9     VALUE ZERO.
       77  WS-MAINT-ACTION      PIC X     VALUE SPACES.
       77  WS-MAINT-TYPE        PIC X     VALUE SPACES.
       77  WS-MAINT-CODE        PIC XX    VALUE SPACES.
       77  WS-MAINT-NAME        PIC X(10) VALUE SPACES.
       77  WS-MAINT-PARENT      PIC XX    VALUE SPACES.
       77  WS-MAINT-SITE        PIC X     VALUE SPACES.
       77  WS-HIER-SUB          PIC 9(3)  VALUE ZERO.
       77  WS-FOUND-SUB         PIC 9(3)  VALUE ZERO.
       77  WS-PARENT-TYPE       PIC X     VALUE SPACES.
       77  WS-PARENT-FOUND      PIC X     VALUE "N".
       77  WS-CHILD-COUNT       PIC 9(3)  VALUE ZERO.
       77  WS-DEPT-FOUND        PIC X     VALUE "N".
       77  WS-DEPT-NAME         PIC X(10) VALUE SPACES.
       77  WS-ENTRY-OK          PIC X     VALUE "N".
       77  WS-LOWER-CASE        PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER-CASE        PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LOG-DATE.
           05  WS-LOG-YEAR      PIC 9(4).
           05  WS-LOG-MONTH     PIC 99.
           05  WS-LOG-DAY       PIC 99.
           05  WS-LOG-HOUR      PIC 99.
           05  WS-LOG-MINUTE    PIC 99.
           05  WS-LOG-SECOND    PIC 99.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY    OCCURS 3 TIMES
                                PIC X(30).
       01  WS-HIER-TABLE.
           05  WS-HIER-COUNT    PIC 9(3)  VALUE ZERO.
           05  WS-HIER-ENTRY    OCCURS 500 TIMES.
               10  WS-HE-TYPE   PIC X.
               10  WS-HE-CODE   PIC X(2).
               10  WS-HE-NAME   PIC X(10).
               10  WS-HE-PARENT PIC X(2).
               10  WS-HE-SITE   PIC X.
      ******************************************************************
      * One entry's image for the audit line: code, name, parent and
      * site, so a move between cost centers shows on the log.
      ******************************************************************
       01  WS-BEFORE-IMAGE.
           05  WS-BI-CODE       PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X     VALUE SPACES.
           05  WS-BI-NAME       PIC X(10) VALUE SPACES.
           05  FILLER           PIC X     VALUE SPACES.
           05  WS-BI-PARENT     PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X     VALUE SPACES.
           05  WS-BI-SITE       PIC X     VALUE SPACES.
       01  WS-AFTER-IMAGE.
           05  WS-AI-CODE       PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X     VALUE SPACES.
           05  WS-AI-NAME       PIC X(10) VALUE SPACES.
           05  FILLER           PIC X     VALUE SPACES.
           05  WS-AI-PARENT     PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X     VALUE SPACES.
           05  WS-AI-SITE       PIC X     VALUE SPACES.
      ******************************************************************
      * The department maintenance's audit line, with the before and
      * after widened to carry the parent code and site.
      ******************************************************************
       01  AUDIT-DETAIL-LINE.
           05  AU-ACTION        PIC X(6).
           05  FILLER           PIC X     VALUE SPACES.
           05  FILLER           PIC X(8)  VALUE "BEFORE: ".
           05  AU-BEFORE-IMAGE  PIC X(18).
           05  FILLER           PIC X     VALUE SPACES.
           05  FILLER           PIC X(7)  VALUE "AFTER: ".
           05  AU-AFTER-IMAGE   PIC X(18).
           05  FILLER           PIC X     VALUE SPACES.
           05  AU-MM            PIC 99.
           05  FILLER           PIC X     VALUE "/".
           05  AU-DD            PIC 99.
           05  FILLER           PIC X     VALUE "/".
           05  AU-YYYY          PIC 9(4).
           05  FILLER           PIC X     VALUE SPACES.
           05  AU-HH            PIC 99.
           05  FILLER           PIC X     VALUE ":".
           05  AU-MI            PIC 99.
           05  FILLER           PIC X     VALUE ":".
           05  AU-SS            PIC 99.
           05  FILLER           PIC X(5)  VALUE " BY: ".
           05  AU-OPERATOR      PIC X(8).
       01  LIST-LINE.
           05  LL-TYPE-DESC     PIC X(12).
           05  LL-CODE          PIC X(2).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  LL-NAME          PIC X(10).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  LL-PARENT-DESC   PIC X(9).
           05  LL-PARENT        PIC X(2).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  LL-SITE-DESC     PIC X(7).
           05  LL-SITE          PIC X.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           PERFORM 100-LOAD-HIERARCHY
           DISPLAY 'ENTER ACTION: A-ADD/CHANGE   D-DELETE   L-LIST'
           ACCEPT WS-MAINT-ACTION
           EVALUATE WS-MAINT-ACTION
               WHEN "A"
                   PERFORM 150-ACCEPT-TYPE-AND-CODE
                   PERFORM 200-ADD-OR-CHANGE-ENTRY
                   IF WS-ENTRY-OK = "Y"
                       PERFORM 500-REWRITE-HIERARCHY
                       PERFORM 600-LOG-HIERARCHY-AUDIT
                   END-IF
               WHEN "D"
                   PERFORM 150-ACCEPT-TYPE-AND-CODE
                   PERFORM 300-DELETE-ENTRY
                   IF WS-ENTRY-OK = "Y"
                       PERFORM 500-REWRITE-HIERARCHY
                       PERFORM 600-LOG-HIERARCHY-AUDIT
                   END-IF
               WHEN "L"
                   PERFORM 400-LIST-HIERARCHY
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "D" among its allowed functions -- the same function
      * that guards the department maintenance. With no operator
      * file on disk yet the sign-on is not enforced, only recorded.
      ******************************************************************
       050-OPERATOR-SIGNON.
           MOVE "N" TO WS-SIGNON-OK
           DISPLAY 'ENTER OPERATOR ID'
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY 'OPERATOR.DAT NOT FOUND - SIGN-ON NOT ENFORCED'
               MOVE "Y" TO WS-SIGNON-OK
           ELSE
               PERFORM UNTIL WS-OPER-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-OPER-EOF
                       NOT AT END
                           IF OP-ID = WS-OPERATOR-ID
                               MOVE "Y" TO WS-OPER-EOF
                               MOVE OP-NAME TO WS-OPERATOR-NAME
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-FUNCTIONS TALLYING
                                   WS-FUNC-TALLY FOR ALL "D"
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE "Y" TO WS-SIGNON-OK
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF WS-SIGNON-OK = "Y"
                   DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME
               ELSE
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED FOR THIS FUNCTION'
               END-IF
           END-IF.
       100-LOAD-HIERARCHY.
           MOVE ZERO TO WS-HIER-COUNT
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIER-STATUS = "00"
               PERFORM UNTIL WS-HIER-EOF = "Y"
                   READ HIERARCHY-FILE
                       AT END
                           MOVE "Y" TO WS-HIER-EOF
                       NOT AT END
                           IF WS-HIER-COUNT < 500
                               ADD 1 TO WS-HIER-COUNT
                               MOVE HR-TYPE TO
                                   WS-HE-TYPE (WS-HIER-COUNT)
                               MOVE HR-CODE TO
                                   WS-HE-CODE (WS-HIER-COUNT)
                               MOVE HR-NAME TO
                                   WS-HE-NAME (WS-HIER-COUNT)
                               MOVE HR-PARENT TO
                                   WS-HE-PARENT (WS-HIER-COUNT)
                               MOVE HR-SITE TO
                                   WS-HE-SITE (WS-HIER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIERARCHY-FILE
           END-IF.
       150-ACCEPT-TYPE-AND-CODE.
           DISPLAY 'ENTER TYPE: V-DIVISION   C-COST CENTER   '
               'D-DEPARTMENT ASSIGNMENT'
           ACCEPT WS-MAINT-TYPE
           INSPECT WS-MAINT-TYPE CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE
           PERFORM UNTIL WS-MAINT-TYPE = "V" OR "C" OR "D"
               DISPLAY 'PLEASE ENTER V, C OR D'
               ACCEPT WS-MAINT-TYPE
               INSPECT WS-MAINT-TYPE CONVERTING WS-LOWER-CASE
                   TO WS-UPPER-CASE
           END-PERFORM
           EVALUATE WS-MAINT-TYPE
               WHEN "V"
                   DISPLAY 'ENTER DIVISION CODE'
               WHEN "C"
                   DISPLAY 'ENTER COST CENTER CODE'
               WHEN OTHER
                   DISPLAY 'ENTER DEPARTMENT CODE'
           END-EVALUATE
           ACCEPT WS-MAINT-CODE
           INSPECT WS-MAINT-CODE CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE
           PERFORM 250-FIND-ENTRY.
      ******************************************************************
      * Divisions and cost centers carry a name; a cost center must
      * name a division already on file and its site, and a
      * department must be on one of the department files and name a
      * cost center already on file. A failed check changes nothing.
      ******************************************************************
       200-ADD-OR-CHANGE-ENTRY.
           MOVE "N" TO WS-ENTRY-OK
           MOVE SPACES TO WS-MAINT-NAME
           MOVE SPACES TO WS-MAINT-PARENT
           MOVE SPACES TO WS-MAINT-SITE
           EVALUATE WS-MAINT-TYPE
               WHEN "V"
                   DISPLAY 'ENTER DIVISION NAME'
                   ACCEPT WS-MAINT-NAME
                   MOVE "Y" TO WS-ENTRY-OK
               WHEN "C"
                   DISPLAY 'ENTER COST CENTER NAME'
                   ACCEPT WS-MAINT-NAME
                   DISPLAY 'ENTER DIVISION CODE'
                   ACCEPT WS-MAINT-PARENT
                   DISPLAY 'ENTER SITE (1, 2 OR 3)'
                   ACCEPT WS-MAINT-SITE
                   PERFORM UNTIL WS-MAINT-SITE = "1" OR "2" OR "3"
                       DISPLAY 'PLEASE ENTER 1, 2 OR 3'
                       ACCEPT WS-MAINT-SITE
                   END-PERFORM
                   MOVE "V" TO WS-PARENT-TYPE
                   PERFORM 260-CHECK-PARENT
                   IF WS-PARENT-FOUND = "N"
                       DISPLAY 'DIVISION ' WS-MAINT-PARENT
                           ' NOT ON FILE - NO CHANGE MADE'
                   ELSE
                       MOVE "Y" TO WS-ENTRY-OK
                   END-IF
               WHEN OTHER
                   PERFORM 270-CHECK-DEPARTMENT
                   DISPLAY 'ENTER COST CENTER CODE'
                   ACCEPT WS-MAINT-PARENT
                   MOVE "C" TO WS-PARENT-TYPE
                   PERFORM 260-CHECK-PARENT
                   EVALUATE TRUE
                       WHEN WS-DEPT-FOUND = "N"
                           DISPLAY 'DEPARTMENT ' WS-MAINT-CODE
                               ' NOT ON ANY DEPARTMENT FILE'
                               ' - NO CHANGE MADE'
                       WHEN WS-PARENT-FOUND = "N"
                           DISPLAY 'COST CENTER ' WS-MAINT-PARENT
                               ' NOT ON FILE - NO CHANGE MADE'
                       WHEN OTHER
                           MOVE WS-DEPT-NAME TO WS-MAINT-NAME
                           MOVE "Y" TO WS-ENTRY-OK
                   END-EVALUATE
           END-EVALUATE
           IF WS-ENTRY-OK = "Y"
               IF WS-FOUND-SUB = ZERO
                   IF WS-HIER-COUNT >= 500
                       DISPLAY 'HIERARCHY TABLE FULL - NO CHANGE MADE'
                       MOVE "N" TO WS-ENTRY-OK
                   ELSE
                       ADD 1 TO WS-HIER-COUNT
                       MOVE WS-HIER-COUNT TO WS-FOUND-SUB
                       MOVE WS-MAINT-TYPE TO WS-HE-TYPE (WS-FOUND-SUB)
                       MOVE WS-MAINT-CODE TO WS-HE-CODE (WS-FOUND-SUB)
                       MOVE " ADD" TO AU-ACTION (3:4)
                       DISPLAY 'ENTRY ADDED'
                   END-IF
               ELSE
                   MOVE " CHG" TO AU-ACTION (3:4)
                   DISPLAY 'ENTRY CHANGED'
               END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
               IF WS-MAINT-TYPE NOT = "D"
                   MOVE WS-MAINT-NAME TO WS-HE-NAME (WS-FOUND-SUB)
               ELSE
                   MOVE SPACES TO WS-HE-NAME (WS-FOUND-SUB)
               END-IF
               MOVE WS-MAINT-PARENT TO WS-HE-PARENT (WS-FOUND-SUB)
               MOVE WS-MAINT-SITE   TO WS-HE-SITE (WS-FOUND-SUB)
               MOVE WS-MAINT-CODE   TO WS-AI-CODE
               MOVE WS-MAINT-NAME   TO WS-AI-NAME
               MOVE WS-MAINT-PARENT TO WS-AI-PARENT
               MOVE WS-MAINT-SITE   TO WS-AI-SITE
           END-IF.
      ******************************************************************
      * Finds the entry of the type and code keyed and keeps its
      * current image for the audit line's BEFORE.
      ******************************************************************
       250-FIND-ENTRY.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM VARYING WS-HIER-SUB FROM 1 BY 1
                   UNTIL WS-HIER-SUB > WS-HIER-COUNT
               IF WS-HE-TYPE (WS-HIER-SUB) = WS-MAINT-TYPE
                  AND WS-HE-CODE (WS-HIER-SUB) = WS-MAINT-CODE
                   MOVE WS-HIER-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > ZERO
               MOVE WS-HE-CODE (WS-FOUND-SUB)   TO WS-BI-CODE
               MOVE WS-HE-NAME (WS-FOUND-SUB)   TO WS-BI-NAME
               MOVE WS-HE-PARENT (WS-FOUND-SUB) TO WS-BI-PARENT
               MOVE WS-HE-SITE (WS-FOUND-SUB)   TO WS-BI-SITE
           END-IF
           EVALUATE WS-MAINT-TYPE
               WHEN "V"
                   MOVE "DV" TO AU-ACTION (1:2)
               WHEN "C"
                   MOVE "CC" TO AU-ACTION (1:2)
               WHEN OTHER
                   MOVE "DA" TO AU-ACTION (1:2)
           END-EVALUATE.
       260-CHECK-PARENT.
           MOVE "N" TO WS-PARENT-FOUND
           INSPECT WS-MAINT-PARENT CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE
           PERFORM VARYING WS-HIER-SUB FROM 1 BY 1
                   UNTIL WS-HIER-SUB > WS-HIER-COUNT
               IF WS-HE-TYPE (WS-HIER-SUB) = WS-PARENT-TYPE
                  AND WS-HE-CODE (WS-HIER-SUB) = WS-MAINT-PARENT
                   MOVE "Y" TO WS-PARENT-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
      * A department assignment must name a department that is on
      * lab7.dat or one of the site files.
      ******************************************************************
       270-CHECK-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND
           MOVE SPACES TO WS-DEPT-NAME
           MOVE "lab7.dat"      TO WS-FILE-ENTRY (1)
           MOVE "LAB7SITE2.DAT" TO WS-FILE-ENTRY (2)
           MOVE "LAB7SITE3.DAT" TO WS-FILE-ENTRY (3)
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 3 OR WS-DEPT-FOUND = "Y"
               MOVE WS-FILE-ENTRY (WS-FILE-SUB) TO WS-DEPT-FILE-NAME
               MOVE "N" TO WS-DEPT-EOF
               OPEN INPUT DEPT-FILE
               IF WS-DEPT-STATUS = "00"
                   PERFORM UNTIL WS-DEPT-EOF = "Y"
                       READ DEPT-FILE
                           AT END
                               MOVE "Y" TO WS-DEPT-EOF
                           NOT AT END
                               IF D-CODE = WS-MAINT-CODE
                                   MOVE "Y" TO WS-DEPT-FOUND
                                   MOVE "Y" TO WS-DEPT-EOF
                                   MOVE D-NAME TO WS-DEPT-NAME
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEPT-FILE
               END-IF
           END-PERFORM.
      ******************************************************************
      * A division with cost centers under it, or a cost center with
      * departments assigned to it, cannot be deleted until its
      * children have been moved or removed.
      ******************************************************************
       300-DELETE-ENTRY.
           MOVE "N" TO WS-ENTRY-OK
           MOVE ZERO TO WS-CHILD-COUNT
           IF WS-FOUND-SUB = ZERO
               DISPLAY 'ENTRY NOT FOUND - NO CHANGE MADE'
           ELSE
               IF WS-MAINT-TYPE = "V" OR WS-MAINT-TYPE = "C"
                   PERFORM VARYING WS-HIER-SUB FROM 1 BY 1
                           UNTIL WS-HIER-SUB > WS-HIER-COUNT
                       IF WS-HE-PARENT (WS-HIER-SUB) = WS-MAINT-CODE
                          AND ((WS-MAINT-TYPE = "V"
                                AND WS-HE-TYPE (WS-HIER-SUB) = "C")
                           OR (WS-MAINT-TYPE = "C"
                                AND WS-HE-TYPE (WS-HIER-SUB) = "D"))
                           ADD 1 TO WS-CHILD-COUNT
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-CHILD-COUNT > ZERO
                   DISPLAY WS-CHILD-COUNT
                       ' ENTRIES STILL ASSIGNED TO ' WS-MAINT-CODE
                       ' - NO CHANGE MADE'
               ELSE
                   PERFORM VARYING WS-HIER-SUB FROM WS-FOUND-SUB BY 1
                           UNTIL WS-HIER-SUB >= WS-HIER-COUNT
                       MOVE WS-HIER-ENTRY (WS-HIER-SUB + 1)
                           TO WS-HIER-ENTRY (WS-HIER-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-HIER-COUNT
                   MOVE " DEL" TO AU-ACTION (3:4)
                   MOVE "Y" TO WS-ENTRY-OK
                   DISPLAY 'ENTRY DELETED'
               END-IF
           END-IF.
      ******************************************************************
      * Lists the structure top-down: each division, its cost
      * centers, and the departments assigned to each cost center.
      ******************************************************************
       400-LIST-HIERARCHY.
           IF WS-HIER-COUNT = ZERO
               DISPLAY 'NO HIERARCHY ON FILE'
           END-IF
           PERFORM VARYING WS-HIER-SUB FROM 1 BY 1
                   UNTIL WS-HIER-SUB > WS-HIER-COUNT
               IF WS-HE-TYPE (WS-HIER-SUB) = "V"
                   MOVE SPACES TO LIST-LINE
                   MOVE "DIVISION    " TO LL-TYPE-DESC
                   MOVE WS-HE-CODE (WS-HIER-SUB) TO LL-CODE
                   MOVE WS-HE-NAME (WS-HIER-SUB) TO LL-NAME
                   DISPLAY LIST-LINE
                   MOVE WS-HE-CODE (WS-HIER-SUB) TO WS-MAINT-PARENT
                   PERFORM 410-LIST-COST-CENTERS
               END-IF
           END-PERFORM.
       410-LIST-COST-CENTERS.
           PERFORM VARYING WS-FOUND-SUB FROM 1 BY 1
                   UNTIL WS-FOUND-SUB > WS-HIER-COUNT
               IF WS-HE-TYPE (WS-FOUND-SUB) = "C"
                  AND WS-HE-PARENT (WS-FOUND-SUB) = WS-MAINT-PARENT
                   MOVE SPACES TO LIST-LINE
                   MOVE "  COST CTR  " TO LL-TYPE-DESC
                   MOVE WS-HE-CODE (WS-FOUND-SUB) TO LL-CODE
                   MOVE WS-HE-NAME (WS-FOUND-SUB) TO LL-NAME
                   MOVE "  SITE " TO LL-SITE-DESC
                   MOVE WS-HE-SITE (WS-FOUND-SUB) TO LL-SITE
                   DISPLAY LIST-LINE
                   MOVE WS-HE-CODE (WS-FOUND-SUB) TO WS-MAINT-CODE
                   PERFORM 420-LIST-DEPARTMENTS
               END-IF
           END-PERFORM.
       420-LIST-DEPARTMENTS.
           PERFORM VARYING WS-CHILD-COUNT FROM 1 BY 1
                   UNTIL WS-CHILD-COUNT > WS-HIER-COUNT
               IF WS-HE-TYPE (WS-CHILD-COUNT) = "D"
                  AND WS-HE-PARENT (WS-CHILD-COUNT) = WS-MAINT-CODE
                   MOVE SPACES TO LIST-LINE
                   MOVE "    DEPT    " TO LL-TYPE-DESC
                   MOVE WS-HE-CODE (WS-CHILD-COUNT) TO LL-CODE
                   MOVE "COST CTR " TO LL-PARENT-DESC
                   MOVE WS-HE-PARENT (WS-CHILD-COUNT) TO LL-PARENT
                   DISPLAY LIST-LINE
               END-IF
           END-PERFORM.
       500-REWRITE-HIERARCHY.
           OPEN OUTPUT HIERARCHY-FILE
           PERFORM VARYING WS-HIER-SUB FROM 1 BY 1
                   UNTIL WS-HIER-SUB > WS-HIER-COUNT
               MOVE SPACES TO HIERARCHY-REC
               MOVE WS-HE-TYPE (WS-HIER-SUB)   TO HR-TYPE
               MOVE WS-HE-CODE (WS-HIER-SUB)   TO HR-CODE
               MOVE WS-HE-NAME (WS-HIER-SUB)   TO HR-NAME
               MOVE WS-HE-PARENT (WS-HIER-SUB) TO HR-PARENT
               MOVE WS-HE-SITE (WS-HIER-SUB)   TO HR-SITE
               WRITE HIERARCHY-REC
           END-PERFORM
           CLOSE HIERARCHY-FILE.
      ******************************************************************
      * Appends the change to DEPTAUDIT.LOG: the action carries the
      * entry type (DV division, CC cost center, DA department
      * assignment) and the before and after images.
      ******************************************************************
       600-LOG-HIERARCHY-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-DATE
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO AU-AFTER-IMAGE
           MOVE WS-LOG-MONTH  TO AU-MM
           MOVE WS-LOG-DAY    TO AU-DD
           MOVE WS-LOG-YEAR   TO AU-YYYY
           MOVE WS-LOG-HOUR   TO AU-HH
           MOVE WS-LOG-MINUTE TO AU-MI
           MOVE WS-LOG-SECOND TO AU-SS
           MOVE WS-OPERATOR-ID TO AU-OPERATOR
           OPEN EXTEND DEPT-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT DEPT-AUDIT-FILE
           END-IF
           WRITE DEPT-AUDIT-REC FROM AUDIT-DETAIL-LINE
           CLOSE DEPT-AUDIT-FILE.
       END PROGRAM DeptHier.
