000010******************************************************************
000020* Author......: Mostapha A
000030* Installation: Fleet Operations - Dispatch Systems
000040* Date-Written: 2026-10-15
000050* Purpose.....: Operator security maintenance. Menu-driven, in the
000060*               style of LAB07-VMAINT, so the security
000070*               administrator can add the people allowed to sign
000080*               on to LAB07-PARTA, LAB07-VMAINT, LAB07-RECYCL, and
000090*               LAB07-VSTAT, change the role that decides which
000100*               menu options each one sees, reset a forgotten
000110*               password (which also clears a three-strikes
000120*               lockout), revoke someone who has left or put them
000130*               back, and list everyone on file. Only a signed-on
000140*               security administrator gets past the sign-on. The
000150*               very first run, against an empty or missing
000160*               OPERSEC, sets up the first administrator instead,
000170*               so the file can never be created with nobody able
000180*               to maintain it.
000190*--------------------------------------------------------------
000200* Modification History
000210*   DATE       BY    DESCRIPTION
000220*   ---------- ----- ----------------------------------------
000230*   2026-10-15 MAA   Original. An administrator cannot revoke or
000240*                    demote their own ID, so the last
000250*                    administrator cannot lock everyone out of
000260*                    this program.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 PROGRAM-ID. LAB07-OPRMNT.
000310 AUTHOR. MOSTAPHA A.
000320 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 CONFIGURATION SECTION.
000380*-----------------------
000390 INPUT-OUTPUT SECTION.
000400*-----------------------
000410 FILE-CONTROL.
000420     SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS OS-OPERATOR-ID
000460         FILE STATUS IS WS-OPERSEC-STATUS.
000470 DATA DIVISION.
000480*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000490 FILE SECTION.
000500*-----------------------
000510 FD  OPERATOR-SECURITY-FILE
000520     RECORD CONTAINS 47 CHARACTERS.
000530     COPY OPERSEC.
000540*-----------------------
000550 WORKING-STORAGE SECTION.
000560*-----------------------
000570     COPY SIGNFLDS.
000580
000590 01  MENU-WORK-FIELDS.
000600     05  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000610     05  WS-MENU-DONE-SW         PIC X(01) VALUE "N".
000620         88  MENU-DONE           VALUE "Y".
000630
000640 01  MAINT-SWITCHES.
000650     05  WS-EOF-SW               PIC X(01) VALUE "N".
000660         88  END-OF-FILE         VALUE "Y".
000670     05  WS-FIRST-OPERATOR-SW    PIC X(01) VALUE "N".
000680         88  SETTING-UP-FIRST    VALUE "Y".
000690
000700 01  MAINT-WORK-FIELDS.
000710     05  WS-WORK-OPERATOR-ID     PIC X(08) VALUE SPACES.
000720     05  WS-WORK-NAME            PIC X(20) VALUE SPACES.
000730     05  WS-WORK-ROLE            PIC X(01) VALUE SPACES.
000740         88  WORK-ROLE-VALID     VALUES "A" "S" "D".
000750     05  WS-WORK-PASSWORD        PIC X(08) VALUE SPACES.
000760     05  WS-WORK-ANSWER          PIC X(01) VALUE SPACES.
000770     05  WS-ROLE-TEXT            PIC X(20) VALUE SPACES.
000780     05  WS-STATE-TEXT           PIC X(10) VALUE SPACES.
000790     05  WS-LIST-COUNT           PIC 9(04) COMP VALUE ZERO.
000800     05  WS-LIST-COUNT-ED        PIC ZZZ9.
000810*-----------------------
000820 PROCEDURE DIVISION.
000830*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000840 MAIN-PROCEDURE.
000850     PERFORM 1000-CHECK-FIRST-OPERATOR THRU 1000-EXIT.
000860
000870     PERFORM 8800-SIGN-ON-OPERATOR THRU 8800-EXIT.
000880     IF NOT OPERATOR-SIGNED-ON
000890         DISPLAY "LAB07-OPRMNT - NOT SIGNED ON - NO ACCESS."
000900         STOP RUN.
000910     IF NOT SIGNON-ROLE-ADMIN
000920         DISPLAY "LAB07-OPRMNT - OPERATOR SECURITY IS MAINTAINED "
000930             "BY THE SECURITY ADMINISTRATOR ONLY."
000940         STOP RUN.
000950
000960     OPEN I-O OPERATOR-SECURITY-FILE.
000970     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
000980         UNTIL MENU-DONE.
000990
001000     CLOSE OPERATOR-SECURITY-FILE.
001010     STOP RUN.
001020*
001030******************************************************************
001040* 1000-CHECK-FIRST-OPERATOR - OPEN OPERSEC, CREATING IT EMPTY THE
001050*                             FIRST TIME, THE SAME WAY
001060*                             LAB07-VMAINT CREATES VEHMAST. WHEN
001070*                             IT HOLDS NO OPERATOR AT ALL, SET UP
001080*                             THE FIRST SECURITY ADMINISTRATOR
001090*                             BEFORE ANYONE IS ASKED TO SIGN ON.
001100******************************************************************
001110 1000-CHECK-FIRST-OPERATOR.
001120     OPEN I-O OPERATOR-SECURITY-FILE.
001130     IF OPERSEC-FILE-MISSING
001140         OPEN OUTPUT OPERATOR-SECURITY-FILE
001150         CLOSE OPERATOR-SECURITY-FILE
001160         OPEN I-O OPERATOR-SECURITY-FILE.
001170
001180     MOVE "N" TO WS-EOF-SW.
001190     PERFORM 2590-READ-NEXT-OPERATOR THRU 2590-EXIT.
001200     IF END-OF-FILE
001210         DISPLAY "NO OPERATORS ON FILE - SET UP THE FIRST "
001220             "SECURITY ADMINISTRATOR."
001230         SET SETTING-UP-FIRST TO TRUE
001240         PERFORM 2100-ADD-OPERATOR THRU 2100-EXIT
001250         MOVE "N" TO WS-FIRST-OPERATOR-SW.
001260     CLOSE OPERATOR-SECURITY-FILE.
001270 1000-EXIT.
001280     EXIT.
001290*
001300******************************************************************
001310* 2000-MENU-LOOP - OFFER ONE PASS OF THE SECURITY MENU AND CARRY
001320*                  OUT WHICHEVER ACTION WAS CHOSEN.
001330******************************************************************
001340 2000-MENU-LOOP.
001350     DISPLAY " ".
001360     DISPLAY "OPERATOR SECURITY - MAINTENANCE MENU".
001370     DISPLAY "  1. ADD AN OPERATOR".
001380     DISPLAY "  2. CHANGE AN OPERATOR'S ROLE".
001390     DISPLAY "  3. RESET A PASSWORD (CLEARS A LOCKOUT)".
001400     DISPLAY "  4. REVOKE OR REINSTATE AN OPERATOR".
001410     DISPLAY "  5. LIST THE OPERATORS".
001420     DISPLAY "  6. EXIT".
001430     DISPLAY "ENTER CHOICE (1-6): ".
001440     ACCEPT WS-MENU-CHOICE.
001450
001460     EVALUATE WS-MENU-CHOICE
001470         WHEN "1"
001480             PERFORM 2100-ADD-OPERATOR THRU 2100-EXIT
001490         WHEN "2"
001500             PERFORM 2200-CHANGE-ROLE THRU 2200-EXIT
001510         WHEN "3"
001520             PERFORM 2300-RESET-PASSWORD THRU 2300-EXIT
001530         WHEN "4"
001540             PERFORM 2400-REVOKE-OR-REINSTATE THRU 2400-EXIT
001550         WHEN "5"
001560             PERFORM 2500-LIST-OPERATORS THRU 2500-EXIT
001570         WHEN "6"
001580             SET MENU-DONE TO TRUE
001590         WHEN OTHER
001600             DISPLAY "INVALID CHOICE - PLEASE SELECT 1-6."
001610     END-EVALUATE.
001620 2000-EXIT.
001630     EXIT.
001640*
001650******************************************************************
001660* 2100-ADD-OPERATOR - ADD A NEW OPERATOR WITH A NAME, ROLE, AND
001670*                     STARTING PASSWORD. THE FIRST OPERATOR ON AN
001680*                     EMPTY FILE IS ALWAYS A SECURITY
001690*                     ADMINISTRATOR. AN ID ALREADY ON FILE IS
001700*                     REPORTED INSTEAD OF OVERWRITTEN.
001710******************************************************************
001720 2100-ADD-OPERATOR.
001730     PERFORM 3000-GET-OPERATOR-ID THRU 3000-EXIT.
001740     IF WS-WORK-OPERATOR-ID = SPACES
001750         GO TO 2100-EXIT.
001760
001770     MOVE SPACES TO WS-WORK-NAME.
001780     DISPLAY "ENTER OPERATOR NAME (UP TO 20 CHARACTERS): ".
001790     ACCEPT WS-WORK-NAME.
001800     IF SETTING-UP-FIRST
001810         MOVE "A" TO WS-WORK-ROLE
001820     ELSE
001830         PERFORM 3100-GET-ROLE THRU 3100-EXIT
001840         IF NOT WORK-ROLE-VALID
001850             GO TO 2100-EXIT
001860         END-IF.
001870     PERFORM 3200-GET-PASSWORD THRU 3200-EXIT.
001880     IF WS-WORK-PASSWORD = SPACES
001890         GO TO 2100-EXIT.
001900
001910     MOVE WS-WORK-OPERATOR-ID TO OS-OPERATOR-ID.
001920     MOVE WS-WORK-PASSWORD TO OS-PASSWORD.
001930     MOVE WS-WORK-NAME TO OS-OPERATOR-NAME.
001940     MOVE WS-WORK-ROLE TO OS-ROLE.
001950     SET OS-NOT-REVOKED TO TRUE.
001960     MOVE ZERO TO OS-FAILED-ATTEMPTS OS-LAST-SIGNON-DATE.
001970     PERFORM 3300-ROLE-TEXT THRU 3300-EXIT.
001980
001990     WRITE OPERATOR-SECURITY-RECORD
002000         INVALID KEY
002010             DISPLAY "OPERATOR " OS-OPERATOR-ID
002020                 " IS ALREADY ON FILE."
002030         NOT INVALID KEY
002040             DISPLAY "OPERATOR " OS-OPERATOR-ID " ADDED AS "
002050                 WS-ROLE-TEXT ".".
002060 2100-EXIT.
002070     EXIT.
002080*
002090******************************************************************
002100* 2200-CHANGE-ROLE - GIVE AN OPERATOR A DIFFERENT ROLE. THE
002110*                    SIGNED-ON ADMINISTRATOR CANNOT CHANGE THEIR
002120*                    OWN.
002130******************************************************************
002140 2200-CHANGE-ROLE.
002150     PERFORM 3000-GET-OPERATOR-ID THRU 3000-EXIT.
002160     IF WS-WORK-OPERATOR-ID = SPACES
002170         GO TO 2200-EXIT.
002180     IF WS-WORK-OPERATOR-ID = WS-SIGNON-OPERATOR-ID
002190         DISPLAY "YOU CANNOT CHANGE YOUR OWN ROLE."
002200         GO TO 2200-EXIT.
002210
002220     MOVE WS-WORK-OPERATOR-ID TO OS-OPERATOR-ID.
002230     READ OPERATOR-SECURITY-FILE
002240         INVALID KEY
002250             DISPLAY "OPERATOR " OS-OPERATOR-ID
002260                 " IS NOT ON FILE."
002270             GO TO 2200-EXIT.
002280
002290     MOVE OS-ROLE TO WS-WORK-ROLE.
002300     PERFORM 3300-ROLE-TEXT THRU 3300-EXIT.
002310     DISPLAY "OPERATOR " OS-OPERATOR-ID " IS " WS-ROLE-TEXT ".".
002320     PERFORM 3100-GET-ROLE THRU 3100-EXIT.
002330     IF NOT WORK-ROLE-VALID
002340         GO TO 2200-EXIT.
002350
002360     MOVE WS-WORK-ROLE TO OS-ROLE.
002370     REWRITE OPERATOR-SECURITY-RECORD.
002380     PERFORM 3300-ROLE-TEXT THRU 3300-EXIT.
002390     DISPLAY "OPERATOR " OS-OPERATOR-ID " IS NOW " WS-ROLE-TEXT
002400         ".".
002410 2200-EXIT.
002420     EXIT.
002430*
002440******************************************************************
002450* 2300-RESET-PASSWORD - SET A NEW PASSWORD FOR AN OPERATOR WHO
002460*                       HAS FORGOTTEN THEIRS OR BEEN LOCKED OUT,
002470*                       CLEARING THE FAILED SIGN-ON COUNT.
002480******************************************************************
002490 2300-RESET-PASSWORD.
002500     PERFORM 3000-GET-OPERATOR-ID THRU 3000-EXIT.
002510     IF WS-WORK-OPERATOR-ID = SPACES
002520         GO TO 2300-EXIT.
002530
002540     MOVE WS-WORK-OPERATOR-ID TO OS-OPERATOR-ID.
002550     READ OPERATOR-SECURITY-FILE
002560         INVALID KEY
002570             DISPLAY "OPERATOR " OS-OPERATOR-ID
002580                 " IS NOT ON FILE."
002590             GO TO 2300-EXIT.
002600
002610     PERFORM 3200-GET-PASSWORD THRU 3200-EXIT.
002620     IF WS-WORK-PASSWORD = SPACES
002630         GO TO 2300-EXIT.
002640
002650     MOVE WS-WORK-PASSWORD TO OS-PASSWORD.
002660     MOVE ZERO TO OS-FAILED-ATTEMPTS.
002670     REWRITE OPERATOR-SECURITY-RECORD.
002680     DISPLAY "PASSWORD RESET FOR OPERATOR " OS-OPERATOR-ID
002690         " - ANY LOCKOUT CLEARED.".
002700 2300-EXIT.
002710     EXIT.
002720*
002730******************************************************************
002740* 2400-REVOKE-OR-REINSTATE - FLIP AN OPERATOR'S REVOKED SWITCH
002750*                            AFTER CONFIRMING. A REVOKED OPERATOR
002760*                            STAYS ON FILE SO THEIR ID IS NEVER
002770*                            REUSED FOR SOMEONE ELSE. THE
002780*                            SIGNED-ON ADMINISTRATOR CANNOT REVOKE
002790*                            THEMSELF.
002800******************************************************************
002810 2400-REVOKE-OR-REINSTATE.
002820     PERFORM 3000-GET-OPERATOR-ID THRU 3000-EXIT.
002830     IF WS-WORK-OPERATOR-ID = SPACES
002840         GO TO 2400-EXIT.
002850     IF WS-WORK-OPERATOR-ID = WS-SIGNON-OPERATOR-ID
002860         DISPLAY "YOU CANNOT REVOKE YOUR OWN OPERATOR ID."
002870         GO TO 2400-EXIT.
002880
002890     MOVE WS-WORK-OPERATOR-ID TO OS-OPERATOR-ID.
002900     READ OPERATOR-SECURITY-FILE
002910         INVALID KEY
002920             DISPLAY "OPERATOR " OS-OPERATOR-ID
002930                 " IS NOT ON FILE."
002940             GO TO 2400-EXIT.
002950
002960     MOVE SPACES TO WS-WORK-ANSWER.
002970     IF OS-REVOKED
002980         DISPLAY "OPERATOR " OS-OPERATOR-ID
002990             " IS REVOKED - REINSTATE (Y/N)? "
003000     ELSE
003010         DISPLAY "OPERATOR " OS-OPERATOR-ID
003020             " IS ACTIVE - REVOKE (Y/N)? ".
003030     ACCEPT WS-WORK-ANSWER.
003040     IF WS-WORK-ANSWER NOT = "Y"
003050         DISPLAY "UNCHANGED."
003060         GO TO 2400-EXIT.
003070
003080     IF OS-REVOKED
003090         SET OS-NOT-REVOKED TO TRUE
003100         DISPLAY "OPERATOR " OS-OPERATOR-ID " REINSTATED."
003110     ELSE
003120         SET OS-REVOKED TO TRUE
003130         DISPLAY "OPERATOR " OS-OPERATOR-ID " REVOKED.".
003140     REWRITE OPERATOR-SECURITY-RECORD.
003150 2400-EXIT.
003160     EXIT.
003170*
003180******************************************************************
003190* 2500-LIST-OPERATORS - EVERY OPERATOR ON FILE IN ID ORDER WITH
003200*                       NAME, ROLE, STATE, AND LAST SIGN-ON.
003210*                       PASSWORDS ARE NEVER SHOWN. THE FILE IS
003220*                       REOPENED TO START THE WALK FROM THE FIRST
003230*                       KEY.
003240******************************************************************
003250 2500-LIST-OPERATORS.
003260     CLOSE OPERATOR-SECURITY-FILE.
003270     OPEN I-O OPERATOR-SECURITY-FILE.
003280     MOVE ZERO TO WS-LIST-COUNT.
003290     MOVE "N" TO WS-EOF-SW.
003300     DISPLAY " ".
003310     DISPLAY "ID        NAME                  "
003320         "ROLE                 STATE      LAST ON".
003330     PERFORM 2590-READ-NEXT-OPERATOR THRU 2590-EXIT.
003340     PERFORM 2510-LIST-ONE-OPERATOR THRU 2510-EXIT
003350         UNTIL END-OF-FILE.
003360     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-ED.
003370     DISPLAY WS-LIST-COUNT-ED " OPERATOR(S) ON FILE.".
003380 2500-EXIT.
003390     EXIT.
003400*
003410 2510-LIST-ONE-OPERATOR.
003420     ADD 1 TO WS-LIST-COUNT.
003430     MOVE OS-ROLE TO WS-WORK-ROLE.
003440     PERFORM 3300-ROLE-TEXT THRU 3300-EXIT.
003450     IF OS-REVOKED
003460         MOVE "REVOKED" TO WS-STATE-TEXT
003470     ELSE IF OS-LOCKED-OUT
003480         MOVE "LOCKED OUT" TO WS-STATE-TEXT
003490     ELSE
003500         MOVE "ACTIVE" TO WS-STATE-TEXT.
003510     DISPLAY OS-OPERATOR-ID "  " OS-OPERATOR-NAME "  "
003520         WS-ROLE-TEXT " " WS-STATE-TEXT " " OS-LAST-SIGNON-DATE.
003530     PERFORM 2590-READ-NEXT-OPERATOR THRU 2590-EXIT.
003540 2510-EXIT.
003550     EXIT.
003560*
003570 2590-READ-NEXT-OPERATOR.
003580     READ OPERATOR-SECURITY-FILE NEXT RECORD
003590         AT END SET END-OF-FILE TO TRUE.
003600 2590-EXIT.
003610     EXIT.
003620*
003630******************************************************************
003640* 3000-GET-OPERATOR-ID - PROMPT FOR THE OPERATOR ID. A BLANK
003650*                        ENTRY BACKS OUT TO THE MENU.
003660******************************************************************
003670 3000-GET-OPERATOR-ID.
003680     MOVE SPACES TO WS-WORK-OPERATOR-ID.
003690     DISPLAY "ENTER OPERATOR ID (BLANK TO CANCEL): ".
003700     ACCEPT WS-WORK-OPERATOR-ID.
003710     IF WS-WORK-OPERATOR-ID = SPACES
003720         DISPLAY "CANCELLED.".
003730 3000-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770* 3100-GET-ROLE - PROMPT FOR A ROLE CODE. ANYTHING BUT A, S, OR D
003780*                 BACKS OUT TO THE MENU.
003790******************************************************************
003800 3100-GET-ROLE.
003810     MOVE SPACES TO WS-WORK-ROLE.
003820     DISPLAY "ENTER ROLE - A SECURITY ADMINISTRATOR,".
003830     DISPLAY "             S SUPERVISOR,".
003840     DISPLAY "             D DISPATCH (VIEW AND INQUIRE ONLY): ".
003850     ACCEPT WS-WORK-ROLE.
003860     IF NOT WORK-ROLE-VALID
003870         DISPLAY "NOT A ROLE - CANCELLED.".
003880 3100-EXIT.
003890     EXIT.
003900*
003910******************************************************************
003920* 3200-GET-PASSWORD - PROMPT FOR A PASSWORD TWICE. A BLANK ENTRY
003930*                     OR TWO ENTRIES THAT DO NOT MATCH BACK OUT TO
003940*                     THE MENU WITH WS-WORK-PASSWORD BLANK.
003950******************************************************************
003960 3200-GET-PASSWORD.
003970     MOVE SPACES TO WS-WORK-PASSWORD WS-SIGNON-PASSWORD-IN.
003980     DISPLAY "ENTER PASSWORD (UP TO 8 CHARACTERS): ".
003990     ACCEPT WS-WORK-PASSWORD.
004000     IF WS-WORK-PASSWORD = SPACES
004010         DISPLAY "NO PASSWORD - CANCELLED."
004020         GO TO 3200-EXIT.
004030     DISPLAY "ENTER THE SAME PASSWORD AGAIN: ".
004040     ACCEPT WS-SIGNON-PASSWORD-IN.
004050     IF WS-SIGNON-PASSWORD-IN NOT = WS-WORK-PASSWORD
004060         DISPLAY "PASSWORDS DO NOT MATCH - CANCELLED."
004070         MOVE SPACES TO WS-WORK-PASSWORD.
004080 3200-EXIT.
004090     EXIT.
004100*
004110 3300-ROLE-TEXT.
004120     EVALUATE WS-WORK-ROLE
004130         WHEN "A"
004140             MOVE "SECURITY ADMIN" TO WS-ROLE-TEXT
004150         WHEN "S"
004160             MOVE "SUPERVISOR" TO WS-ROLE-TEXT
004170         WHEN "D"
004180             MOVE "DISPATCH" TO WS-ROLE-TEXT
004190         WHEN OTHER
004200             MOVE "NO VALID ROLE" TO WS-ROLE-TEXT
004210     END-EVALUATE.
004220 3300-EXIT.
004230     EXIT.
004240*
004250     COPY SIGNON.
004260 END PROGRAM LAB07-OPRMNT.
