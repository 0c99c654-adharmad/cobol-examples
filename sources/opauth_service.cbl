      * CALLable operator authorization check - operator-id stamping
      * told us who changed a master, but anyone who could submit a
      * transaction deck could change anything.  every maintenance
      * program and CONFIG-APPROVE asks here, before a transaction
      * is applied, whether the operator holds the action on the
      * file under the OPAUTH authorization file, and refuses the
      * transaction with an audit entry when the answer is no.
      *
      * OPAUTH is loaded on the first call and held across calls,
      * with the business date from BUSDATE-SERVICE the authority
      * is judged on.  an operator is authorized when any of the
      * operator's records for the file grants the action and is in
      * force on the business date.  the check fails closed: with
      * no OPAUTH file every transaction is refused.  the refusal
      * says why - no authority on the file at all, authority that
      * does not cover the action, or authority for the action that
      * is not in force on the date.  callers use the OPAUTHW
      * parameter area
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPAUTH-SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPAUTH-FILE ASSIGN TO 'OPAUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPAUTH-FILE.
           COPY OPAUTHREC.

       WORKING-STORAGE SECTION.
       01  WS-OPAUTH-STATUS            PIC XX.
       01  WS-LOADED-SW                PIC X(01) VALUE 'N'.
           88  AUTHORITIES-LOADED              VALUE 'Y'.
       01  WS-FILE-SW                  PIC X(01) VALUE 'N'.
           88  OPAUTH-WAS-SUPPLIED             VALUE 'Y'.
       01  WS-AUTH-DATE                PIC 9(08) VALUE ZEROS.

      * the authorization file held for the run
       01  WS-AUTH-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-AUTH-IDX                 PIC 9(03).
       01  AUTHORITY-TABLE.
           05  AUTHORITY-ENTRY OCCURS 500 TIMES.
               10  AT-OPERATOR         PIC X(08).
               10  AT-FILE-ID          PIC X(12).
               10  AT-MAY-ADD          PIC X(01).
               10  AT-MAY-CHANGE       PIC X(01).
               10  AT-MAY-DELETE       PIC X(01).
               10  AT-MAY-APPROVE      PIC X(01).
               10  AT-VALID-FROM       PIC 9(08).
               10  AT-VALID-TO         PIC 9(08).

      * what the operator's records for the file came to
       01  WS-FILE-HELD-SW             PIC X(01).
           88  FILE-IS-HELD                    VALUE 'Y'.
       01  WS-ACTION-HELD-SW           PIC X(01).
           88  ACTION-IS-HELD                  VALUE 'Y'.
       01  WS-GRANTS-ACTION-SW         PIC X(01).
           88  ENTRY-GRANTS-ACTION             VALUE 'Y'.

           COPY BUSDTW.

       LINKAGE SECTION.
           COPY OPAUTHW.

       PROCEDURE DIVISION USING OPAUTH-PARMS.

           IF NOT AUTHORITIES-LOADED
               PERFORM LOAD-AUTHORITIES
           END-IF.

           MOVE 'N' TO OPA-AUTHORIZED-SW.
           MOVE SPACES TO OPA-REFUSAL.
           MOVE 'N' TO WS-FILE-HELD-SW.
           MOVE 'N' TO WS-ACTION-HELD-SW.

           IF NOT OPAUTH-WAS-SUPPLIED
               MOVE 'REFUSED - NO OPERATOR AUTHORIZATION FILE'
                   TO OPA-REFUSAL
           ELSE
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                           OR OPA-IS-AUTHORIZED
                   IF AT-OPERATOR(WS-AUTH-IDX) = OPA-OPERATOR
                           AND AT-FILE-ID(WS-AUTH-IDX) = OPA-FILE-ID
                       PERFORM JUDGE-ONE-AUTHORITY
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN OPA-IS-AUTHORIZED
                       CONTINUE
                   WHEN ACTION-IS-HELD
                       MOVE 'REFUSED - AUTHORITY NOT IN FORCE'
                           TO OPA-REFUSAL
                   WHEN FILE-IS-HELD
                       MOVE 'REFUSED - ACTION NOT AUTHORIZED'
                           TO OPA-REFUSAL
                   WHEN OTHER
                       MOVE 'REFUSED - OPERATOR NOT AUTHORIZED'
                           TO OPA-REFUSAL
               END-EVALUATE
           END-IF.

           GOBACK.

      * a record that grants the action counts only when the
      * business date falls within its validity
       JUDGE-ONE-AUTHORITY.
           SET FILE-IS-HELD TO TRUE.
           MOVE 'N' TO WS-GRANTS-ACTION-SW.
           EVALUATE OPA-ACTION
               WHEN 'A'
                   IF AT-MAY-ADD(WS-AUTH-IDX) = 'Y'
                       SET ENTRY-GRANTS-ACTION TO TRUE
                   END-IF
               WHEN 'D'
                   IF AT-MAY-DELETE(WS-AUTH-IDX) = 'Y'
                       SET ENTRY-GRANTS-ACTION TO TRUE
                   END-IF
               WHEN 'P'
                   IF AT-MAY-APPROVE(WS-AUTH-IDX) = 'Y'
                       SET ENTRY-GRANTS-ACTION TO TRUE
                   END-IF
               WHEN OTHER
                   IF AT-MAY-CHANGE(WS-AUTH-IDX) = 'Y'
                       SET ENTRY-GRANTS-ACTION TO TRUE
                   END-IF
           END-EVALUATE.
           IF ENTRY-GRANTS-ACTION
               SET ACTION-IS-HELD TO TRUE
               IF AT-VALID-FROM(WS-AUTH-IDX) NOT > WS-AUTH-DATE
                       AND (AT-VALID-TO(WS-AUTH-IDX) = ZEROS
                         OR AT-VALID-TO(WS-AUTH-IDX) NOT <
                             WS-AUTH-DATE)
                   SET OPA-IS-AUTHORIZED TO TRUE
               END-IF
           END-IF.

      * a record with an unreadable date is held as never in force
       LOAD-AUTHORITIES.
           CALL 'BUSDATE-SERVICE' USING BUSDATE-PARMS.
           MOVE BDT-BUS-DATE TO WS-AUTH-DATE.
           OPEN INPUT OPAUTH-FILE.
           IF WS-OPAUTH-STATUS = '00'
               SET OPAUTH-WAS-SUPPLIED TO TRUE
               PERFORM READ-OPAUTH-RECORD
               PERFORM UNTIL WS-OPAUTH-STATUS NOT = '00'
                       OR WS-AUTH-COUNT = 500
                   ADD 1 TO WS-AUTH-COUNT
                   MOVE OAR-OPERATOR TO AT-OPERATOR(WS-AUTH-COUNT)
                   MOVE OAR-FILE-ID TO AT-FILE-ID(WS-AUTH-COUNT)
                   MOVE OAR-MAY-ADD TO AT-MAY-ADD(WS-AUTH-COUNT)
                   MOVE OAR-MAY-CHANGE TO
                       AT-MAY-CHANGE(WS-AUTH-COUNT)
                   MOVE OAR-MAY-DELETE TO
                       AT-MAY-DELETE(WS-AUTH-COUNT)
                   MOVE OAR-MAY-APPROVE TO
                       AT-MAY-APPROVE(WS-AUTH-COUNT)
                   IF OAR-VALID-FROM IS NUMERIC
                           AND OAR-VALID-TO IS NUMERIC
                       MOVE OAR-VALID-FROM TO
                           AT-VALID-FROM(WS-AUTH-COUNT)
                       MOVE OAR-VALID-TO TO
                           AT-VALID-TO(WS-AUTH-COUNT)
                   ELSE
                       MOVE 99999999 TO AT-VALID-FROM(WS-AUTH-COUNT)
                       MOVE 1 TO AT-VALID-TO(WS-AUTH-COUNT)
                   END-IF
                   PERFORM READ-OPAUTH-RECORD
               END-PERFORM
               CLOSE OPAUTH-FILE
           END-IF.
           SET AUTHORITIES-LOADED TO TRUE.

       READ-OPAUTH-RECORD.
           MOVE SPACES TO OPAUTH-RECORD.
           READ OPAUTH-FILE
               AT END
                   MOVE '10' TO WS-OPAUTH-STATUS
           END-READ.
