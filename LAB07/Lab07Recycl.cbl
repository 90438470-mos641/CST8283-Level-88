000315*                    on the master and rated against its
000316*                    type's set, fleet default when it has
000317*                    none, the same pick LAB07-BATCH makes.
000318*   2026-10-15 MAA   Operator sign-on against OPERSEC before the
000319*                    rejects are loaded, three strikes and locked
000320*                    out; correct, abandon, and release are shown
000321*                    only to roles that may change fleet data
000322*                    (dispatch can browse).
000323*   2026-10-15 MAA   Each release and abandon appended to
000324*                    the RECYCLOG action log at exit, for the
000325*                    nightly data-quality record.
000326******************************************************************
000330 IDENTIFICATION DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 PROGRAM-ID. LAB07-RECYCL.
000682         ORGANIZATION IS LINE SEQUENTIAL
000683         FILE STATUS IS WS-VEHARCH-STATUS.
000684
000685     SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
000686         ORGANIZATION IS INDEXED
000687         ACCESS MODE IS DYNAMIC
000688         RECORD KEY IS OS-OPERATOR-ID
000689         FILE STATUS IS WS-OPERSEC-STATUS.
000690
000691     SELECT RECYCLE-REPORT-FILE ASSIGN TO "RECYCRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RECYCRPT-STATUS.
000712
000714     SELECT RECYCLE-LOG-FILE ASSIGN TO "RECYCLOG"
000716         ORGANIZATION IS LINE SEQUENTIAL
000718         FILE STATUS IS WS-RECYCLOG-STATUS.
000720 DATA DIVISION.
000730*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000740 FILE SECTION.
000994     RECORD CONTAINS 21 CHARACTERS.
000996     COPY VEHARCH.
000997
000999 FD  OPERATOR-SECURITY-FILE
001001     RECORD CONTAINS 47 CHARACTERS.
001003     COPY OPERSEC.
001004
001005 FD  RECYCLE-REPORT-FILE
001010     RECORD CONTAINS 80 CHARACTERS.
001020 01  RECYC-RPT-LINE             PIC X(80).
001022
001024 FD  RECYCLE-LOG-FILE
001026     RECORD CONTAINS 38 CHARACTERS.
001028     COPY RCYCLOG.
001030*-----------------------
001040 WORKING-STORAGE SECTION.
001050*-----------------------
001412 01  RECYCRPT-FILE-SWITCHES.
001414     05  WS-RECYCRPT-STATUS      PIC X(02) VALUE SPACES.
001416         88  RECYCRPT-FILE-OK    VALUE "00".
001420
001424     COPY SIGNFLDS.
001430
001440 01  MENU-WORK-FIELDS.
001450     05  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
002280 01  REPORT-WORK-FIELDS.
002290     05  WS-RPT-COUNT-ED         PIC ZZZ,ZZ9.
002300     05  WS-RPT-VALUE-ED         PIC ZZ9.9.
002301
002302 01  RECYCLOG-FILE-SWITCHES.
002303     05  WS-RECYCLOG-STATUS      PIC X(02) VALUE SPACES.
002304         88  RECYCLOG-FILE-OK    VALUE "00".
002305         88  RECYCLOG-FILE-MISSING VALUE "35".
002306     05  WS-RECYCLOG-DATE        PIC 9(08) VALUE ZERO.
002310*-----------------------
002320 PROCEDURE DIVISION.
002330*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002340 MAIN-PROCEDURE.
002342     PERFORM 8800-SIGN-ON-OPERATOR THRU 8800-EXIT.
002344     IF NOT OPERATOR-SIGNED-ON
002346         DISPLAY "LAB07-RECYCL - NOT SIGNED ON - NO ACCESS."
002348         STOP RUN.
002350     PERFORM 1000-LOAD-REJECTS THRU 1000-EXIT.
002360
002370     IF REJECT-FILE-MISSING
002860*
002870******************************************************************
002880* 2000-MENU-LOOP - OFFER ONE PASS OF THE RECYCLE MENU AND CARRY
002890*                  OUT WHICHEVER ACTION WAS CHOSEN. CORRECT,
002893*                  ABANDON, AND RELEASE ARE OFFERED ONLY TO A
002896*                  ROLE ALLOWED TO CHANGE FLEET DATA.
002900******************************************************************
002910 2000-MENU-LOOP.
002920     DISPLAY " ".
002930     DISPLAY "FUEL READING RECYCLE - REJECT CORRECTION MENU".
002940     DISPLAY "  1. BROWSE THE REJECTED READINGS".
002950     IF SIGNON-CAN-UPDATE
002956         DISPLAY "  2. CORRECT A REJECTED READING"
002962         DISPLAY "  3. ABANDON A REJECTED READING"
002968         DISPLAY "  4. RELEASE CORRECTED READINGS "
002974             "(RATE AND POST)".
002980     DISPLAY "  5. EXIT".
002990     DISPLAY "ENTER CHOICE (1-5): ".
003000     ACCEPT WS-MENU-CHOICE.
003001     IF NOT SIGNON-CAN-UPDATE
003002             AND (WS-MENU-CHOICE = "2" OR "3" OR "4")
003003         DISPLAY "OPTION " WS-MENU-CHOICE
003004             " IS NOT OPEN TO YOUR ROLE."
003005         GO TO 2000-EXIT.
003010
003020     EVALUATE WS-MENU-CHOICE
003030         WHEN "1"
008188******************************************************************
008189* 9000-TERMINATE - REWRITE FUELREJ WITH ONLY THE ENTRIES STILL
008190*                  OUTSTANDING (RELEASED AND ABANDONED PURGED),
008193*                  WRITE THE RECYCLE REPORT, LOG EACH RELEASE
008196*                  AND ABANDON TO RECYCLOG, SHOW THE COUNTS.
008200******************************************************************
008210 9000-TERMINATE.
008220     PERFORM 9100-REWRITE-REJECT-FILE THRU 9100-EXIT.
008230     PERFORM 9200-WRITE-RECYCLE-REPORT THRU 9200-EXIT.
008235     PERFORM 9300-APPEND-RECYCLE-LOG THRU 9300-EXIT.
008240
008250     DISPLAY "LAB07-RECYCL - RELEASED : " WS-RELEASED-COUNT.
008260     DISPLAY "LAB07-RECYCL - ABANDONED: " WS-ABANDONED-COUNT.
009760 9220-EXIT.
009770     EXIT.
009780*
009790******************************************************************
009800* 9300-APPEND-RECYCLE-LOG - ONE RECYCLOG LINE PER READING
009810*                           RELEASED OR ABANDONED THIS SESSION,
009820*                           WITH THE REASON IT WAS LAST REJECTED
009830*                           UNDER AND THE SIGNED-ON OPERATOR. THE
009840*                           NIGHTLY DATA-QUALITY JOB COUNTS THEM
009850*                           BY DEPOT AND EMPTIES THE LOG.
009860******************************************************************
009870 9300-APPEND-RECYCLE-LOG.
009880     IF WS-RELEASED-COUNT = ZERO
009890             AND WS-ABANDONED-COUNT = ZERO
009900         GO TO 9300-EXIT.
009910     ACCEPT WS-RECYCLOG-DATE FROM DATE YYYYMMDD.
009920     OPEN EXTEND RECYCLE-LOG-FILE.
009930     IF RECYCLOG-FILE-MISSING
009940         OPEN OUTPUT RECYCLE-LOG-FILE.
009950     PERFORM 9310-LOG-ONE-ACTION THRU 9310-EXIT
009960         VARYING WS-REJ-IDX FROM 1 BY 1
009970         UNTIL WS-REJ-IDX > WS-REJ-COUNT.
009980     CLOSE RECYCLE-LOG-FILE.
009990 9300-EXIT.
010000     EXIT.
010010*
010020 9310-LOG-ONE-ACTION.
010030     IF NOT WJ-RELEASED (WS-REJ-IDX)
010040             AND NOT WJ-ABANDONED (WS-REJ-IDX)
010050         GO TO 9310-EXIT.
010060     MOVE WJ-RAW-DATA (WS-REJ-IDX) TO WS-RAW-LINE.
010070     MOVE SPACES TO RECYCLE-LOG-RECORD.
010080     MOVE WS-RAW-VEHICLE-ID TO RL-VEHICLE-ID.
010090     MOVE WS-RAW-READING-DATE TO RL-READING-DATE.
010100     MOVE WJ-REASON-CODE (WS-REJ-IDX) TO RL-REASON-CODE.
010110     MOVE WJ-STATUS (WS-REJ-IDX) TO RL-ACTION.
010120     MOVE WS-RECYCLOG-DATE TO RL-ACTION-DATE.
010130     MOVE WS-SIGNON-OPERATOR-ID TO RL-OPERATOR-ID.
010140     WRITE RECYCLE-LOG-RECORD.
010150 9310-EXIT.
010160     EXIT.
010170*
010180     COPY RATELOOK.
010190     COPY SIGNON.
010200 END PROGRAM LAB07-RECYCL.
