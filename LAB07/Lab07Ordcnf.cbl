000280*                    extract - a half-received confirmation
000290*                    would list every unreceived delivery as
000300*                    unconfirmed and bury the real ones.
000301*   2026-10-15 MAA   Every order detail confirmed by a balanced
000302*                    confirmation file is appended to the new
000303*                    permanent CONFHIST delivery history (COPY
000304*                    CONFHST) for the delivered-versus-dispensed
000305*                    reconciliation. A confirmation date already
000306*                    on CONFHIST is not posted twice.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000540     SELECT CONF-REPORT-FILE ASSIGN TO "CONFRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CONFRPT-STATUS.
000562
000564     SELECT CONF-HISTORY-FILE ASSIGN TO "CONFHIST"
000566         ORGANIZATION IS LINE SEQUENTIAL
000568         FILE STATUS IS WS-CONFHIST-STATUS.
000570 DATA DIVISION.
000580*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000590 FILE SECTION.
000690 FD  CONF-REPORT-FILE
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  CONF-RPT-LINE              PIC X(80).
000712
000714 FD  CONF-HISTORY-FILE
000716     RECORD CONTAINS 37 CHARACTERS.
000718     COPY CONFHST.
000720*-----------------------
000730 WORKING-STORAGE SECTION.
000740*-----------------------
000870 01  CONFRPT-FILE-SWITCHES.
000880     05  WS-CONFRPT-STATUS       PIC X(02) VALUE SPACES.
000890         88  CONFRPT-FILE-OK     VALUE "00".
000891
000892 01  CONFHIST-FILE-SWITCHES.
000893     05  WS-CONFHIST-STATUS      PIC X(02) VALUE SPACES.
000894         88  CONFHIST-FILE-OK    VALUE "00".
000895         88  CONFHIST-FILE-MISSING VALUE "35".
000900
000910 01  RECONCILE-SWITCHES.
000920     05  WS-ORDER-EOF-SW         PIC X(01) VALUE "N".
001010         88  CONF-IN-BALANCE     VALUE "Y".
001020     05  WS-MATCH-FOUND-SW       PIC X(01) VALUE "N".
001030         88  ORDER-MATCH-FOUND   VALUE "Y".
001032     05  WS-HIST-EOF-SW          PIC X(01) VALUE "N".
001034         88  HIST-EOF            VALUE "Y".
001036     05  WS-ALREADY-POSTED-SW    PIC X(01) VALUE "N".
001038         88  ALREADY-POSTED      VALUE "Y".
001040
001050 01  CONF-WORK-AREA.
001060     05  WS-CONF-LINE            PIC X(32).
001540     05  WS-CONFIRMED-COUNT      PIC 9(04) COMP VALUE ZERO.
001550     05  WS-UNCONF-P2-COUNT      PIC 9(04) COMP VALUE ZERO.
001560     05  WS-UNCONF-P1-COUNT      PIC 9(04) COMP VALUE ZERO.
001565     05  WS-POSTED-COUNT         PIC 9(04) COMP VALUE ZERO.
001570
001580 01  REPORT-WORK-FIELDS.
001590     05  WS-WANTED-BAND          PIC X(02) VALUE SPACES.
003200*                  RECONCILIATION REPORT - UNCONFIRMED P2
003210*                  FIRST, THEN P1, THEN CONFIRMATIONS NEVER
003220*                  ORDERED. AN OUT-OF-BALANCE CONFIRMATION
003225*                  FILE IS REPORTED AND NOT RECONCILED. A
003230*                  BALANCED ONE HAS ITS CONFIRMED ORDERS
003235*                  POSTED TO CONFHIST FIRST.
003240*-----------------------------------------------------------
003250 9000-TERMINATE.
003260     CLOSE ORDER-CONF-FILE.
003290             AND WS-TRL-COUNT = WS-CONF-DETAILS-READ
003300             AND WS-TRL-HASH = WS-CONF-HASH
003310         SET CONF-IN-BALANCE TO TRUE.
003312
003314     IF CONF-IN-BALANCE
003316         PERFORM 9500-POST-CONFIRMED THRU 9500-EXIT.
003320
003330     OPEN OUTPUT CONF-REPORT-FILE.
003340     PERFORM 9100-WRITE-RPT-HEADING THRU 9100-EXIT.
005310     STRING "NEVER ORDERED         : " WS-RPT-COUNT-ED
005320         DELIMITED BY SIZE INTO CONF-RPT-LINE.
005330     WRITE CONF-RPT-LINE.
005331     MOVE SPACES TO CONF-RPT-LINE.
005332     IF ALREADY-POSTED
005333         MOVE "POSTED TO CONFHIST    : NONE - ALREADY POSTED"
005334             TO CONF-RPT-LINE
005335     ELSE
005336         MOVE WS-POSTED-COUNT TO WS-RPT-COUNT-ED
005337         STRING "POSTED TO CONFHIST    : " WS-RPT-COUNT-ED
005338             DELIMITED BY SIZE INTO CONF-RPT-LINE.
005339     WRITE CONF-RPT-LINE.
005340 9400-EXIT.
005350     EXIT.
005360*
005370*-----------------------------------------------------------
005380* 9500-POST-CONFIRMED - APPEND EVERY CONFIRMED ORDER DETAIL TO
005390*                       THE PERMANENT CONFHIST DELIVERY HISTORY,
005400*                       STAMPED WITH THE CONFIRMATION FILE'S
005410*                       DATE. A CONFIRMATION DATE ALREADY ON
005420*                       CONFHIST (A RERUN OF THE SAME FILE) IS
005430*                       NOT POSTED TWICE.
005440*-----------------------------------------------------------
005450 9500-POST-CONFIRMED.
005460     MOVE "N" TO WS-ALREADY-POSTED-SW.
005470     OPEN INPUT CONF-HISTORY-FILE.
005480     IF NOT CONFHIST-FILE-MISSING
005490         MOVE "N" TO WS-HIST-EOF-SW
005500         PERFORM 9590-READ-CONF-HISTORY THRU 9590-EXIT
005510         PERFORM 9510-CHECK-ONE-POSTED THRU 9510-EXIT
005520             UNTIL HIST-EOF
005530                OR ALREADY-POSTED
005540         CLOSE CONF-HISTORY-FILE.
005550     IF ALREADY-POSTED
005560         GO TO 9500-EXIT.
005570
005580     OPEN EXTEND CONF-HISTORY-FILE.
005590     IF CONFHIST-FILE-MISSING
005600         OPEN OUTPUT CONF-HISTORY-FILE.
005610     PERFORM 9520-POST-ONE-ORDER THRU 9520-EXIT
005620         VARYING OR-IDX FROM 1 BY 1
005630         UNTIL OR-IDX > WS-ORD-COUNT.
005640     CLOSE CONF-HISTORY-FILE.
005650 9500-EXIT.
005660     EXIT.
005670*
005680 9510-CHECK-ONE-POSTED.
005690     IF CF-CONF-DATE = WS-CONF-DATE
005700         SET ALREADY-POSTED TO TRUE
005710     ELSE
005720         PERFORM 9590-READ-CONF-HISTORY THRU 9590-EXIT.
005730 9510-EXIT.
005740     EXIT.
005750*
005760 9520-POST-ONE-ORDER.
005770     IF WO-MATCHED-SW (OR-IDX) NOT = "Y"
005780         GO TO 9520-EXIT.
005790     MOVE SPACES TO CONF-HISTORY-RECORD.
005800     MOVE WO-VEHICLE-ID (OR-IDX) TO CF-VEHICLE-ID.
005810     MOVE WO-READING-DATE (OR-IDX) TO CF-READING-DATE.
005820     MOVE WO-FUEL-VALUE (OR-IDX) TO CF-FUEL-VALUE.
005830     MOVE WO-RATING-CODE (OR-IDX) TO CF-RATING-CODE.
005840     MOVE WO-DEPOT (OR-IDX) TO CF-DEPOT.
005850     MOVE WS-CONF-DATE TO CF-CONF-DATE.
005860     WRITE CONF-HISTORY-RECORD.
005870     ADD 1 TO WS-POSTED-COUNT.
005880 9520-EXIT.
005890     EXIT.
005900*
005910 9590-READ-CONF-HISTORY.
005920     READ CONF-HISTORY-FILE
005930         AT END SET HIST-EOF TO TRUE.
005940 9590-EXIT.
005950     EXIT.
005960*
005970 END PROGRAM LAB07-ORDCNF.
