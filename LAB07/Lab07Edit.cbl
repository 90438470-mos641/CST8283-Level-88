000222*                    in LAB07-RECYCL used to be wiped by the
000223*                    next night's edit run before anyone could
000224*                    fix them.
000225*   2026-10-15 MAA   Tonight's rejects also written to
000226*                    REJNITE, rebuilt each run, for the
000227*                    nightly data-quality record - FUELREJ
000228*                    keeps every night awaiting correction.
000229******************************************************************
000230 IDENTIFICATION DIVISION.
000240*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000250 PROGRAM-ID. LAB07-EDIT.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REJECT-STATUS.
000480
000482     SELECT FUEL-NIGHT-REJECT-FILE ASSIGN TO "REJNITE"
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-NIGHTREJ-STATUS.
000488
000490     SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-EDITRPT-STATUS.
000690     05  FILLER                  PIC X(01).
000700     05  RJ-REASON-CODE          PIC X(02).
000710
000712 FD  FUEL-NIGHT-REJECT-FILE
000714     RECORD CONTAINS 23 CHARACTERS.
000716 01  NIGHT-REJECT-LINE          PIC X(23).
000718
000720 FD  EDIT-REPORT-FILE
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  EDIT-RPT-LINE              PIC X(80).
000910         88  REJECT-FILE-OK      VALUE "00".
000920         88  REJECT-FILE-MISSING VALUE "35".
000930
000932 01  NIGHTREJ-FILE-SWITCHES.
000934     05  WS-NIGHTREJ-STATUS      PIC X(02) VALUE SPACES.
000936         88  NIGHTREJ-FILE-OK    VALUE "00".
000938
000940 01  EDITRPT-FILE-SWITCHES.
000950     05  WS-EDITRPT-STATUS       PIC X(02) VALUE SPACES.
000960         88  EDITRPT-FILE-OK     VALUE "00".
001840     OPEN EXTEND FUEL-REJECT-FILE.
001842     IF REJECT-FILE-MISSING
001844         OPEN OUTPUT FUEL-REJECT-FILE.
001847     OPEN OUTPUT FUEL-NIGHT-REJECT-FILE.
001850
001852     PERFORM 1100-STAMP-RUN-CONTROL THRU 1100-EXIT.
001854
002580*-----------------------------------------------------------
002590* 2150-WRITE-REJECT - DROP THE RAW RECORD, AS RECEIVED, INTO
002600*                     FUELREJ WITH THE REASON CODE THAT
002606*                     FAILED IT, AND THE SAME LINE INTO
002612*                     TONIGHT'S REJNITE.
002620*-----------------------------------------------------------
002630 2150-WRITE-REJECT.
002640     MOVE SPACES TO REJECT-RECORD.
002650     MOVE WS-RAW-LINE TO RJ-RAW-DATA.
002660     MOVE WS-REJECT-REASON TO RJ-REASON-CODE.
002670     WRITE REJECT-RECORD.
002675     WRITE NIGHT-REJECT-LINE FROM REJECT-RECORD.
002680     ADD 1 TO WS-RECORDS-REJECTED.
002690 2150-EXIT.
002700     EXIT.
003620     CLOSE FUEL-RAW-FILE.
003630     CLOSE FUEL-CLEAN-FILE.
003640     CLOSE FUEL-REJECT-FILE.
003645     CLOSE FUEL-NIGHT-REJECT-FILE.
003650
003660     IF HEADER-FOUND AND TRAILER-FOUND
003670             AND WS-TRL-COUNT = WS-DETAILS-READ
