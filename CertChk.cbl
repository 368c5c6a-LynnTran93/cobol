      ******************************************************************
      * Author: Lynn Tran
      * Date: 2026-10-15
      * Purpose: Shared certification check subprogram, called like
      *          PRICEAGE is. Operators who post trades or approve
      *          stock changes must hold current compliance training;
      *          this tests the employee linked to an operator id
      *          against the courses the ROLECERTS.txt requirements
      *          name for a role, using the latest completion of each
      *          course on the CERTS.txt register. See the CERTCHK
      *          copybook for the calling area. Used by OPER-MAINT
      *          before it grants a role and by SHOP-MENU at logon.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 LT Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICATION-FILE ASSIGN TO "../CERTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT ROLE-CERT-FILE ASSIGN TO "../ROLECERTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CERTIFICATION-FILE.
           COPY CERTREC.

       FD ROLE-CERT-FILE.
           COPY ROLECERT.

       WORKING-STORAGE SECTION.
       01 WS-CERT-STATUS          PIC X(2) VALUE '00'.
           88 CERT-FILE-OK             VALUE '00'.
       01 WS-ROLE-CERT-STATUS     PIC X(2) VALUE '00'.
           88 ROLE-CERT-FILE-OK        VALUE '00'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 NO-MORE-RECORDS          VALUE 'Y'.

       01 WS-CERT-COUNT           PIC 9(4) VALUE 0.
       01 WS-CERT-TABLE.
           05 CRT-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-CERT-COUNT
               INDEXED BY CRTX.
               10 CRT-EMPLOYEE-ID     PIC 9(6).
               10 CRT-COURSE          PIC X(10).
               10 CRT-COMPLETED-DATE  PIC X(8).
               10 CRT-EXPIRY-DATE     PIC X(8).
       01 WS-CERT-MATCH           PIC 9(4) VALUE 0.
       01 WS-LOOKUP-EMPLOYEE      PIC 9(6) VALUE 0.
       01 WS-LOOKUP-COURSE        PIC X(10).

       01 WS-REQUIRED-COUNT       PIC 9(3) VALUE 0.
       01 WS-REQUIRED-TABLE.
           05 REQ-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-REQUIRED-COUNT
               INDEXED BY REQX.
               10 REQ-ROLE            PIC X.
               10 REQ-COURSE          PIC X(10).

       LINKAGE SECTION.
           COPY CERTCHK.

       PROCEDURE DIVISION USING CERT-CHECK-AREA.
       0000-MAIN.
           EVALUATE TRUE
               WHEN CC-LOAD
                   PERFORM 1000-LOAD-CERTIFICATIONS
                   PERFORM 1500-LOAD-REQUIREMENTS
               WHEN CC-CHECK-ROLE
                   PERFORM 2000-CHECK-ROLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * For each employee and course only the latest completion is
      * kept -- a renewal supersedes the certification it renews.
      ******************************************************************
       1000-LOAD-CERTIFICATIONS.
           MOVE 0 TO WS-CERT-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CERTIFICATION-FILE
           IF NOT CERT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1010-READ-CERT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF CT-EMPLOYEE-ID NUMERIC
                   AND CT-COMPLETED-DATE NUMERIC
                   PERFORM 1020-TAKE-CERT-ROW
               END-IF
               PERFORM 1010-READ-CERT-ROW
           END-PERFORM
           IF CERT-FILE-OK OR WS-CERT-STATUS = '10'
               CLOSE CERTIFICATION-FILE
           END-IF.

       1010-READ-CERT-ROW.
           READ CERTIFICATION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1020-TAKE-CERT-ROW.
           MOVE CT-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE
           MOVE CT-COURSE TO WS-LOOKUP-COURSE
           PERFORM 2200-FIND-CERTIFICATION
           IF WS-CERT-MATCH = 0
               IF WS-CERT-COUNT < 9999
                   ADD 1 TO WS-CERT-COUNT
                   SET CRTX TO WS-CERT-COUNT
                   MOVE CT-EMPLOYEE-ID TO CRT-EMPLOYEE-ID(CRTX)
                   MOVE CT-COURSE TO CRT-COURSE(CRTX)
                   MOVE CT-COMPLETED-DATE TO CRT-COMPLETED-DATE(CRTX)
                   MOVE CT-EXPIRY-DATE TO CRT-EXPIRY-DATE(CRTX)
               END-IF
           ELSE
               IF CT-COMPLETED-DATE NOT <
                   CRT-COMPLETED-DATE(WS-CERT-MATCH)
                   MOVE CT-COMPLETED-DATE TO
                       CRT-COMPLETED-DATE(WS-CERT-MATCH)
                   MOVE CT-EXPIRY-DATE TO
                       CRT-EXPIRY-DATE(WS-CERT-MATCH)
               END-IF
           END-IF.

       1500-LOAD-REQUIREMENTS.
           MOVE 0 TO WS-REQUIRED-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ROLE-CERT-FILE
           IF NOT ROLE-CERT-FILE-OK
               MOVE 'Y' TO WS-END-OF-FILE
           ELSE
               PERFORM 1510-READ-REQUIREMENT-ROW
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS
               IF RC-COURSE NOT = SPACES
                   AND WS-REQUIRED-COUNT < 999
                   ADD 1 TO WS-REQUIRED-COUNT
                   SET REQX TO WS-REQUIRED-COUNT
                   MOVE RC-ROLE TO REQ-ROLE(REQX)
                   MOVE RC-COURSE TO REQ-COURSE(REQX)
               END-IF
               PERFORM 1510-READ-REQUIREMENT-ROW
           END-PERFORM
           IF ROLE-CERT-FILE-OK OR WS-ROLE-CERT-STATUS = '10'
               CLOSE ROLE-CERT-FILE
           END-IF.

       1510-READ-REQUIREMENT-ROW.
           READ ROLE-CERT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      ******************************************************************
      * A certification is current from its completion date through
      * its expiry date; one with no expiry date never lapses. The
      * inquiry role needs nothing.
      ******************************************************************
       2000-CHECK-ROLE.
           MOVE 'Y' TO CC-RESULT
           MOVE SPACES TO CC-MISSING-COURSE
           MOVE SPACE TO CC-REASON
           IF CC-ROLE NOT = 'I'
               PERFORM 2100-CHECK-ONE-REQUIREMENT
                   VARYING REQX FROM 1 BY 1
                   UNTIL REQX > WS-REQUIRED-COUNT
                       OR CC-NOT-CURRENT
           END-IF.

       2100-CHECK-ONE-REQUIREMENT.
           IF REQ-ROLE(REQX) = CC-ROLE
               IF CC-EMPLOYEE-ID NOT NUMERIC
                   MOVE 'N' TO CC-RESULT
                   MOVE 'U' TO CC-REASON
                   MOVE REQ-COURSE(REQX) TO CC-MISSING-COURSE
               ELSE
                   MOVE CC-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE
                   MOVE REQ-COURSE(REQX) TO WS-LOOKUP-COURSE
                   PERFORM 2200-FIND-CERTIFICATION
                   EVALUATE TRUE
                       WHEN WS-CERT-MATCH = 0
                           MOVE 'N' TO CC-RESULT
                           MOVE 'M' TO CC-REASON
                       WHEN CRT-COMPLETED-DATE(WS-CERT-MATCH) >
                           CC-AS-OF-DATE
                           MOVE 'N' TO CC-RESULT
                           MOVE 'M' TO CC-REASON
                       WHEN CRT-EXPIRY-DATE(WS-CERT-MATCH) NOT = SPACES
                           AND CRT-EXPIRY-DATE(WS-CERT-MATCH) <
                               CC-AS-OF-DATE
                           MOVE 'N' TO CC-RESULT
                           MOVE 'L' TO CC-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF CC-NOT-CURRENT
                       MOVE REQ-COURSE(REQX) TO CC-MISSING-COURSE
                   END-IF
               END-IF
           END-IF.

       2200-FIND-CERTIFICATION.
           MOVE 0 TO WS-CERT-MATCH
           PERFORM 2210-MATCH-ONE-CERTIFICATION
               VARYING CRTX FROM 1 BY 1
               UNTIL CRTX > WS-CERT-COUNT
                   OR WS-CERT-MATCH > 0.

       2210-MATCH-ONE-CERTIFICATION.
           IF CRT-EMPLOYEE-ID(CRTX) = WS-LOOKUP-EMPLOYEE
               AND CRT-COURSE(CRTX) = WS-LOOKUP-COURSE
               SET WS-CERT-MATCH TO CRTX
           END-IF.
       END PROGRAM CERTCHK.
