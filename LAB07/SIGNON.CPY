      ******************************************************************
      * Copybook: SIGNON.CPY
      * Purpose : Shared PROCEDURE DIVISION paragraphs that sign an
      *           operator on against the OPERSEC operator security
      *           file. COPYed into the PROCEDURE DIVISION of every
      *           interactive program that changes or shows fleet
      *           data, so they all apply the same sign-on rules:
      *           an unknown ID or wrong password is refused without
      *           saying which was wrong, a revoked or locked-out
      *           operator is turned away at once, each wrong
      *           password counts against the operator's record,
      *           and three failures - in one sitting or across
      *           sittings since the last good sign-on - lock the
      *           operator out until the security administrator
      *           resets the password in LAB07-OPRMNT.
      *
      *           Requires the calling program to also COPY SIGNFLDS
      *           into WORKING-STORAGE, and to SELECT OPERATOR-
      *           SECURITY-FILE ASSIGN TO "OPERSEC" (INDEXED, ACCESS
      *           DYNAMIC, RECORD KEY OS-OPERATOR-ID, FILE STATUS
      *           WS-OPERSEC-STATUS) with an FD that COPYs OPERSEC.
      *           The file must be closed when 8800 is performed and
      *           is closed again on return.
      *
      *           To sign on: PERFORM 8800-SIGN-ON-OPERATOR THRU
      *           8800-EXIT, then test OPERATOR-SIGNED-ON. On success
      *           WS-SIGNON-OPERATOR-ID and WS-SIGNON-ROLE hold the
      *           operator's ID and role.
      ******************************************************************
      *--------------------------------------------------------------
      * Modification History
      *   DATE       BY    DESCRIPTION
      *   ---------- ----- ----------------------------------------
      *   2026-10-15 MAA   Original.
      ******************************************************************
       8800-SIGN-ON-OPERATOR.
           MOVE "N" TO WS-SIGNON-SW WS-SIGNON-ENDED-SW.
           MOVE SPACES TO WS-SIGNON-OPERATOR-ID WS-SIGNON-ROLE.
           MOVE ZERO TO WS-SIGNON-TRIES.
           ACCEPT WS-SIGNON-TODAY FROM DATE YYYYMMDD.
           OPEN I-O OPERATOR-SECURITY-FILE.
           IF OPERSEC-FILE-MISSING
               DISPLAY "NO OPERATOR SECURITY FILE - NO ONE CAN SIGN "
                   "ON UNTIL THE SECURITY ADMINISTRATOR SETS UP "
                   "OPERATORS IN LAB07-OPRMNT."
               GO TO 8800-EXIT.

           DISPLAY " ".
           DISPLAY "OPERATOR SIGN-ON".
           PERFORM 8810-TRY-ONE-SIGN-ON THRU 8810-EXIT
               UNTIL OPERATOR-SIGNED-ON
                  OR SIGNON-ENDED.
           CLOSE OPERATOR-SECURITY-FILE.
       8800-EXIT.
           EXIT.
      *
       8810-TRY-ONE-SIGN-ON.
           ADD 1 TO WS-SIGNON-TRIES.
           MOVE SPACES TO WS-SIGNON-ID-IN WS-SIGNON-PASSWORD-IN.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-SIGNON-ID-IN.
           DISPLAY "ENTER PASSWORD: ".
           ACCEPT WS-SIGNON-PASSWORD-IN.

           MOVE WS-SIGNON-ID-IN TO OS-OPERATOR-ID.
           READ OPERATOR-SECURITY-FILE
               INVALID KEY
                   DISPLAY "SIGN-ON REJECTED - OPERATOR ID OR "
                       "PASSWORD NOT RECOGNISED."
                   GO TO 8810-CHECK-TRIES.

           IF OS-REVOKED
               DISPLAY "SIGN-ON REJECTED - OPERATOR " OS-OPERATOR-ID
                   " HAS BEEN REVOKED."
               SET SIGNON-ENDED TO TRUE
               GO TO 8810-EXIT.
           IF OS-LOCKED-OUT
               PERFORM 8820-SHOW-LOCKED-OUT THRU 8820-EXIT
               GO TO 8810-EXIT.

           IF OS-PASSWORD NOT = WS-SIGNON-PASSWORD-IN
               ADD 1 TO OS-FAILED-ATTEMPTS
               REWRITE OPERATOR-SECURITY-RECORD
               IF OS-LOCKED-OUT
                   PERFORM 8820-SHOW-LOCKED-OUT THRU 8820-EXIT
                   GO TO 8810-EXIT
               END-IF
               DISPLAY "SIGN-ON REJECTED - OPERATOR ID OR "
                   "PASSWORD NOT RECOGNISED."
               GO TO 8810-CHECK-TRIES.

           IF NOT OS-ROLE-VALID
               DISPLAY "SIGN-ON REJECTED - OPERATOR " OS-OPERATOR-ID
                   " HAS NO VALID ROLE ON FILE."
               SET SIGNON-ENDED TO TRUE
               GO TO 8810-EXIT.

           MOVE ZERO TO OS-FAILED-ATTEMPTS.
           MOVE WS-SIGNON-TODAY TO OS-LAST-SIGNON-DATE.
           REWRITE OPERATOR-SECURITY-RECORD.
           MOVE OS-OPERATOR-ID TO WS-SIGNON-OPERATOR-ID.
           MOVE OS-ROLE TO WS-SIGNON-ROLE.
           SET OPERATOR-SIGNED-ON TO TRUE.
           DISPLAY "SIGNED ON AS " OS-OPERATOR-ID " - "
               OS-OPERATOR-NAME.
           GO TO 8810-EXIT.
       8810-CHECK-TRIES.
           IF WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES
               DISPLAY "THREE FAILED SIGN-ON ATTEMPTS - SESSION "
                   "ENDED."
               SET SIGNON-ENDED TO TRUE.
       8810-EXIT.
           EXIT.
      *
       8820-SHOW-LOCKED-OUT.
           DISPLAY "SIGN-ON REJECTED - OPERATOR " OS-OPERATOR-ID
               " IS LOCKED OUT AFTER THREE FAILED SIGN-ONS.".
           DISPLAY "THE SECURITY ADMINISTRATOR MUST RESET THE "
               "PASSWORD IN LAB07-OPRMNT.".
           SET SIGNON-ENDED TO TRUE.
       8820-EXIT.
           EXIT.
