000240*                    which carries the flag the night it was
000250*                    rated - NIGHTFLG only holds the S/U shop
000260*                    flags, not refuel events.
000262*   2026-10-15 MAA   Operator sign-on against OPERSEC before the
000264*                    inquiry, three strikes and locked out. Every
000266*                    role may inquire.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000630     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RUNCTL-STATUS.
000651
000652     SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
000653         ORGANIZATION IS INDEXED
000654         ACCESS MODE IS DYNAMIC
000655         RECORD KEY IS OS-OPERATOR-ID
000656         FILE STATUS IS WS-OPERSEC-STATUS.
000660 DATA DIVISION.
000670*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000680 FILE SECTION.
000870 FD  RUN-CONTROL-FILE
000880     RECORD CONTAINS 11 CHARACTERS.
000890 01  RUN-CONTROL-LINE           PIC X(11).
000892
000894 FD  OPERATOR-SECURITY-FILE
000896     RECORD CONTAINS 47 CHARACTERS.
000898     COPY OPERSEC.
000900*-----------------------
000910 WORKING-STORAGE SECTION.
000920*-----------------------
001230         88  RUNCTL-FOUND        VALUE "Y".
001240
001250     COPY RUNCTL.
001253
001256     COPY SIGNFLDS.
001260
001270 01  ARCHIVE-NAME-FIELDS.
001280     05  WS-ARCHIVE-NAME         PIC X(10) VALUE SPACES.
001510 PROCEDURE DIVISION.
001520*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001530 MAIN-PROCEDURE.
001532     PERFORM 8800-SIGN-ON-OPERATOR THRU 8800-EXIT.
001534     IF NOT OPERATOR-SIGNED-ON
001536         DISPLAY "LAB07-VSTAT - NOT SIGNED ON - NO ACCESS."
001538         STOP RUN.
001539
001540     DISPLAY "ENTER VEHICLE ID: ".
001550     ACCEPT WS-QUERY-VEHICLE-ID.
001560     IF WS-QUERY-VEHICLE-ID = SPACES
003870 8000-EXIT.
003880     EXIT.
003890*
003910     COPY SIGNON.
003920 END PROGRAM LAB07-VSTAT.
