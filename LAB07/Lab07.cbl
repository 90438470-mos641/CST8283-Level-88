000426*                    dated change goes to THRPEND and is
000427*                    applied by the rating run on the right
000428*                    night instead of the moment of the save.
000429*   2026-10-15 MAA   Operator sign-on against OPERSEC; option 4
000430*                    only for roles that may change thresholds;
000431*                    THRAUDIT carries the signed-on operator ID.
000432******************************************************************
000433 IDENTIFICATION DIVISION.
000434*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000435 PROGRAM-ID. LAB07-PARTA.
000436 AUTHOR. MOSTAPHA A.
000437 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
000438 DATE-WRITTEN. 2026-08-09.
000439 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000460 CONFIGURATION SECTION.
000510     SELECT THRESHOLD-PARM-FILE ASSIGN TO "THRESHLD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PARM-STATUS.
000532     SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
000534         ORGANIZATION IS INDEXED
000535         ACCESS MODE IS DYNAMIC
000536         RECORD KEY IS OS-OPERATOR-ID
000538         FILE STATUS IS WS-OPERSEC-STATUS.
000540     SELECT KEY-EXCEPTION-FILE ASSIGN TO "KEYXCPTN"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-KEYX-STATUS.
000610 FD  THRESHOLD-PARM-FILE
000620     RECORD CONTAINS 17 CHARACTERS.
000630     COPY PARMREC.
000633 FD  OPERATOR-SECURITY-FILE
000635     RECORD CONTAINS 47 CHARACTERS.
000637     COPY OPERSEC.
000640 FD  KEY-EXCEPTION-FILE
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  KEY-EXCEPTION-LINE          PIC X(80).
000680 WORKING-STORAGE SECTION.
000690     COPY RATEFLDS.
000700
000703     COPY SIGNFLDS.
000706
000710 01 PARM-FILE-SWITCHES.
000720     05  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
000730         88  PARM-FILE-OK        VALUE "00".
001172     05  WS-EXPECTED-LOW         PIC 9(03)V9(01) VALUE ZERO.
001173     05  WS-CHECK-SUB            PIC 9(02) COMP VALUE ZERO.
001174     05  WS-PRIOR-SUB            PIC 9(02) COMP VALUE ZERO.
001176     05  WS-EFF-DATE-IN          PIC X(08) VALUE SPACES.
001177     05  WS-EFFECTIVE-DATE       PIC 9(08) VALUE ZERO.
001178     05  WS-IMMEDIATE-SW         PIC X(01) VALUE "Y".
002470*
002480******************************************************************
002490* 2000-MENU-LOOP - OFFER ONE PASS OF THE OPERATOR MENU AND
002500*                  CARRY OUT WHICHEVER ACTION WAS CHOSEN. THE
002502*                  FIRST PASS SIGNS THE OPERATOR ON AND ENDS
002504*                  THE SESSION IF SIGN-ON FAILS. THE THRESHOLD
002506*                  EDIT IS OFFERED ONLY TO A ROLE ALLOWED TO
002508*                  MAKE IT.
002510******************************************************************
002520 2000-MENU-LOOP.
002522     IF NOT OPERATOR-SIGNED-ON
002524         PERFORM 8800-SIGN-ON-OPERATOR THRU 8800-EXIT
002525         IF NOT OPERATOR-SIGNED-ON
002526             DISPLAY "LAB07-PARTA - NOT SIGNED ON - NO ACCESS."
002527             SET MENU-DONE TO TRUE
002528             GO TO 2000-EXIT.
002530     DISPLAY " ".
002540     DISPLAY "FLEET FUEL RATING - MAIN MENU".
002550     DISPLAY "  1. RATE A VALUE KEYED IN AT THE TERMINAL".
002560     DISPLAY "  2. VIEW THE CURRENT RATING THRESHOLDS".
002570     DISPLAY "  3. LOOK UP WHAT RATING A VALUE WOULD GET".
002580     IF SIGNON-CAN-UPDATE
002585         DISPLAY "  4. EDIT A THRESHOLD BOUNDARY".
002590     DISPLAY "  5. EXIT".
002600     DISPLAY "ENTER CHOICE (1-5): ".
002610     ACCEPT WS-MENU-CHOICE.
002612     IF NOT SIGNON-CAN-UPDATE AND WS-MENU-CHOICE = "4"
002614         DISPLAY "OPTION 4 IS NOT OPEN TO YOUR ROLE."
002616         GO TO 2000-EXIT.
002620
002630     EVALUATE WS-MENU-CHOICE
002640         WHEN "1"
003795         MOVE SPACES TO WS-SELECTED-SET-TYPE
003796         GO TO 2400-EXIT.
003797
003800     PERFORM 2440-GET-EFFECTIVE-DATE THRU 2440-EXIT.
003801
003802     IF CHANGE-IMMEDIATE
004443     MOVE SPACES TO THRESHOLD-AUDIT-LINE.
004444     STRING WS-EDIT-TODAY
004445         " " WS-AUD-TIME
004446         " " WS-SIGNON-OPERATOR-ID
004447         " TYPE " WS-EDIT-VEHICLE-TYPE
004448         " BAND " WG-BAND-CODE (WS-CHG-SUB)
004449         " OLD " WS-AUD-OLD-LOW-ED "-" WS-AUD-OLD-HIGH-ED
004485     EXIT.
004486*
004487     COPY RATELOOK.
004488     COPY SIGNON.
004498 END PROGRAM LAB07-PARTA.
