000010******************************************************************
000020* Author......: Mostapha A
000030* Installation: Fleet Operations - Dispatch Systems
000040* Date-Written: 2026-10-15
000050* Purpose.....: VEHHIST recovery - rebuild the rolling rating
000060*               history from the FARCYYYYMM archive generations.
000070*               VEHHIST is the one indexed file the whole stream
000080*               leans on (LAB07-BATCH, LAB07-RECYCL,
000090*               LAB07-WATCHLS, LAB07-VSTAT, and LAB07-HISTRP all
000100*               read or roll it), and until now a corrupted file
000110*               or a bad run that rolled it wrongly had no way
000120*               back. Every reading either rating run rates is
000130*               also appended to the permanent FARCYYYYMM archive
000140*               with its date, value, and band, so this utility
000150*               walks those generations up to a chosen business
000160*               date and
000170*               rebuilds each vehicle's last seven readings in
000180*               reading-date order, leaving out vehicles VEHMAST
000190*               shows retired, the way LAB07-VPURGE would. The
000200*               rebuilt file is written to VHREBLD, never over
000210*               VEHHIST, and VHRBRPT compares it vehicle by
000220*               vehicle with the current VEHHIST, so operations
000230*               can check it before swapping it in. The nightly
000240*               LAB07-VHUNLD unloads are the other half of the
000250*               recovery path.
000260*--------------------------------------------------------------
000270* Modification History
000280*   DATE       BY    DESCRIPTION
000290*   ---------- ----- ----------------------------------------
000300*   2026-10-15 MAA   Original. The month walk mirrors the one in
000310*                    LAB07-CONSUM - generations that do not exist
000320*                    are skipped, and a guard caps the walk. A
000330*                    reading archived twice (a rating run
000340*                    restarted past its last checkpoint) is taken
000350*                    once.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000390 PROGRAM-ID. LAB07-VHRBLD.
000400 AUTHOR. MOSTAPHA A.
000410 INSTALLATION. FLEET OPERATIONS - DISPATCH SYSTEMS.
000420 DATE-WRITTEN. 2026-10-15.
000430 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000460 CONFIGURATION SECTION.
000470*-----------------------
000480 INPUT-OUTPUT SECTION.
000490*-----------------------
000500 FILE-CONTROL.
000510     SELECT VEHICLE-ARCHIVE-FILE ASSIGN TO DYNAMIC
000520         WS-ARCHIVE-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-VEHARCH-STATUS.
000550
000560     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS VM-VEHICLE-ID
000600         FILE STATUS IS WS-VEHMAST-STATUS.
000610
000620     SELECT VEHICLE-HISTORY-FILE ASSIGN TO "VEHHIST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS VH-VEHICLE-ID
000660         FILE STATUS IS WS-VEHHIST-STATUS.
000670
000680     SELECT REBUILT-HISTORY-FILE ASSIGN TO "VHREBLD"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS RB-VEHICLE-ID
000720         FILE STATUS IS WS-VHREBLD-STATUS.
000730
000740     SELECT REBUILD-REPORT-FILE ASSIGN TO "VHRBRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-VHRBRPT-STATUS.
000770 DATA DIVISION.
000780*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000790 FILE SECTION.
000800*-----------------------
000810 FD  VEHICLE-ARCHIVE-FILE
000820     RECORD CONTAINS 21 CHARACTERS.
000830     COPY VEHARCH.
000840
000850 FD  VEHICLE-MASTER-FILE
000860     RECORD CONTAINS 15 CHARACTERS.
000870     COPY VEHMAST.
000880
000890 FD  VEHICLE-HISTORY-FILE
000900     RECORD CONTAINS 106 CHARACTERS.
000910     COPY VEHHIST.
000920
000930 FD  REBUILT-HISTORY-FILE
000940     RECORD CONTAINS 106 CHARACTERS.
000950 01  REBUILT-HISTORY-RECORD.
000960     05  RB-VEHICLE-ID          PIC X(06).
000970     05  FILLER                 PIC X(100).
000980
000990 FD  REBUILD-REPORT-FILE
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  REBUILD-RPT-LINE           PIC X(80).
001020*-----------------------
001030 WORKING-STORAGE SECTION.
001040*-----------------------
001050 01  VEHARCH-SWITCHES.
001060     05  WS-VEHARCH-STATUS       PIC X(02) VALUE SPACES.
001070         88  VEHARCH-FILE-OK     VALUE "00".
001080         88  VEHARCH-FILE-EOF    VALUE "10".
001090         88  VEHARCH-FILE-MISSING VALUE "35".
001100
001110 01  VEHMAST-SWITCHES.
001120     05  WS-VEHMAST-STATUS       PIC X(02) VALUE SPACES.
001130         88  VEHMAST-OK          VALUE "00".
001140         88  VEHMAST-NOT-FOUND   VALUE "23".
001150         88  VEHMAST-FILE-MISSING VALUE "35".
001160
001170 01  VEHHIST-SWITCHES.
001180     05  WS-VEHHIST-STATUS       PIC X(02) VALUE SPACES.
001190         88  VEHHIST-OK          VALUE "00".
001200         88  VEHHIST-NOT-FOUND   VALUE "23".
001210         88  VEHHIST-FILE-MISSING VALUE "35".
001220
001230 01  VHREBLD-SWITCHES.
001240     05  WS-VHREBLD-STATUS       PIC X(02) VALUE SPACES.
001250         88  VHREBLD-OK          VALUE "00".
001260
001270 01  VHRBRPT-FILE-SWITCHES.
001280     05  WS-VHRBRPT-STATUS       PIC X(02) VALUE SPACES.
001290         88  VHRBRPT-FILE-OK     VALUE "00".
001300
001310 01  ARCHIVE-NAME-FIELDS.
001320     05  WS-ARCHIVE-NAME         PIC X(10) VALUE SPACES.
001330
001340 01  REBUILD-INPUT-FIELDS.
001350     05  WS-AS-OF-INPUT          PIC X(08) VALUE SPACES.
001360     05  WS-AS-OF-DATE           PIC 9(08) VALUE ZERO.
001370     05  WS-TODAY                PIC 9(08) VALUE ZERO.
001380
001390 01  REBUILD-SWITCHES.
001400     05  WS-EOF-SW               PIC X(01) VALUE "N".
001410         88  END-OF-FILE         VALUE "Y".
001420     05  WS-DATE-OK-SW           PIC X(01) VALUE "N".
001430         88  AS-OF-DATE-OK       VALUE "Y".
001440     05  WS-MASTER-AVAIL-SW      PIC X(01) VALUE "N".
001450         88  MASTER-AVAILABLE    VALUE "Y".
001460     05  WS-VEH-FOUND-SW         PIC X(01) VALUE "N".
001470         88  VEHICLE-FOUND       VALUE "Y".
001480     05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
001490         88  REBUILD-TABLE-FULL  VALUE "Y".
001500     05  WS-DUPLICATE-SW         PIC X(01) VALUE "N".
001510         88  READING-DUPLICATE   VALUE "Y".
001520     05  WS-HIST-DIFFERS-SW      PIC X(01) VALUE "N".
001530         88  HISTORY-DIFFERS     VALUE "Y".
001540
001550 01  MONTH-SCAN-FIELDS.
001560     05  WS-CUR-YYYYMM           PIC 9(06) VALUE ZERO.
001570     05  WS-CUR-YYYYMM-PARTS REDEFINES WS-CUR-YYYYMM.
001580         10  WS-CUR-YYYY         PIC 9(04).
001590         10  WS-CUR-MM           PIC 9(02).
001600     05  WS-TO-YYYYMM            PIC 9(06) VALUE ZERO.
001610     05  WS-FIRST-YYYYMM         PIC 9(06) VALUE 202601.
001620     05  WS-MONTH-GUARD          PIC 9(04) COMP VALUE ZERO.
001630
001640*    ONE ENTRY PER VEHICLE SEEN ON THE ARCHIVES, HOLDING ITS
001650*    REBUILT SEVEN-READING WINDOW OLDEST FIRST, THE SAME ORDER
001660*    LAB07-BATCH KEEPS ON VEHHIST. WB-STATE IS "R" FOR A
001670*    RETIRED VEHICLE LEFT OUT OF THE REBUILT FILE AND "M" ONCE
001680*    THE COMPARE HAS MATCHED IT TO A CURRENT VEHHIST RECORD.
001690 01  REBUILD-TABLE.
001700     05  WS-REB-MAX              PIC 9(04) COMP VALUE 2000.
001710     05  WS-REB-COUNT            PIC 9(04) COMP VALUE ZERO.
001720     05  WS-REB-FOUND-IDX        PIC 9(04) COMP VALUE ZERO.
001730     05  WS-REB-ENTRY            OCCURS 2000 TIMES
001740                                 INDEXED BY RB-IDX.
001750         10  WB-VEHICLE-ID       PIC X(06).
001760         10  WB-STATE            PIC X(01).
001770         10  WB-HISTORY-COUNT    PIC 9(02).
001780         10  WB-HISTORY-ENTRY    OCCURS 7 TIMES
001790                                 INDEXED BY WB-IDX.
001800             15  WB-READING-DATE PIC 9(08).
001810             15  WB-FUEL-VALUE   PIC 9(03)V9(01).
001820             15  WB-RATING-CODE  PIC X(02).
001830
001840 01  WINDOW-WORK-FIELDS.
001850     05  WS-INSERT-POS           PIC 9(02) COMP VALUE ZERO.
001860     05  WS-ENTRY-NO             PIC 9(02) COMP VALUE ZERO.
001870     05  WS-ENTRY-MAX            PIC 9(02) COMP VALUE ZERO.
001880
001890 01  REBUILD-COUNTERS.
001900     05  WS-FILES-SEARCHED       PIC 9(04) COMP VALUE ZERO.
001910     05  WS-READINGS-SCANNED     PIC 9(07) COMP VALUE ZERO.
001920     05  WS-AFTER-AS-OF-COUNT    PIC 9(07) COMP VALUE ZERO.
001930     05  WS-DUPLICATE-COUNT      PIC 9(07) COMP VALUE ZERO.
001940     05  WS-ROLLED-OFF-COUNT     PIC 9(07) COMP VALUE ZERO.
001950     05  WS-NOT-TABLED-COUNT     PIC 9(07) COMP VALUE ZERO.
001960     05  WS-RETIRED-LEFT-OUT     PIC 9(07) COMP VALUE ZERO.
001970     05  WS-RECORDS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
001980     05  WS-CURRENT-COUNT        PIC 9(07) COMP VALUE ZERO.
001990     05  WS-IDENTICAL-COUNT      PIC 9(07) COMP VALUE ZERO.
002000     05  WS-DIFFER-COUNT         PIC 9(07) COMP VALUE ZERO.
002010     05  WS-CURRENT-ONLY-COUNT   PIC 9(07) COMP VALUE ZERO.
002020     05  WS-REBUILT-ONLY-COUNT   PIC 9(07) COMP VALUE ZERO.
002030
002040 01  REPORT-WORK-FIELDS.
002050     05  WS-RPT-COUNT-ED         PIC ZZZ,ZZ9.
002060     05  WS-RPT-VALUE-ED         PIC ZZ9.9.
002070     05  WS-RPT-ENTRIES-ED       PIC 9(01).
002080     05  WS-RPT-REB-ENTRIES-ED   PIC 9(01).
002090     05  WS-RPT-CUR-PART         PIC X(24) VALUE SPACES.
002100     05  WS-RPT-REB-PART         PIC X(24) VALUE SPACES.
002110*-----------------------
002120 PROCEDURE DIVISION.
002130*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002140 MAIN-PROCEDURE.
002150     PERFORM 1000-GET-AS-OF-DATE THRU 1000-EXIT.
002160
002170     IF NOT AS-OF-DATE-OK
002180         DISPLAY "AS-OF DATE NOT A VALID YYYYMMDD DATE - REBUILD "
002190             "CANCELLED."
002200     ELSE
002210         PERFORM 1500-OPEN-MASTER THRU 1500-EXIT
002220         PERFORM 2000-WALK-ARCHIVE-MONTHS THRU 2000-EXIT
002230         PERFORM 4000-WRITE-REBUILT-FILE THRU 4000-EXIT
002240         PERFORM 1600-CLOSE-MASTER THRU 1600-EXIT
002250         PERFORM 5000-COMPARE-WITH-CURRENT THRU 5000-EXIT
002260         PERFORM 9000-TERMINATE THRU 9000-EXIT.
002270
002280     STOP RUN.
002290*
002300*-----------------------------------------------------------
002310* 1000-GET-AS-OF-DATE - PROMPT FOR THE BUSINESS DATE TO REBUILD
002320*                       AS OF. BLANK MEANS TODAY. READINGS DATED
002330*                       AFTER IT ARE LEFT OUT.
002340*-----------------------------------------------------------
002350 1000-GET-AS-OF-DATE.
002360     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002370     DISPLAY "ENTER REBUILD AS-OF DATE (YYYYMMDD, BLANK=TODAY): ".
002380     ACCEPT WS-AS-OF-INPUT.
002390     IF WS-AS-OF-INPUT = SPACES
002400         MOVE WS-TODAY TO WS-AS-OF-DATE
002410         SET AS-OF-DATE-OK TO TRUE
002420         GO TO 1000-EXIT.
002430     IF WS-AS-OF-INPUT IS NOT NUMERIC
002440         GO TO 1000-EXIT.
002450     MOVE WS-AS-OF-INPUT TO WS-AS-OF-DATE.
002460     IF WS-AS-OF-DATE (5:2) < "01" OR WS-AS-OF-DATE (5:2) > "12"
002470             OR WS-AS-OF-DATE (7:2) < "01"
002480             OR WS-AS-OF-DATE (7:2) > "31"
002490             OR WS-AS-OF-DATE (1:6) < WS-FIRST-YYYYMM
002500         GO TO 1000-EXIT.
002510     SET AS-OF-DATE-OK TO TRUE.
002520 1000-EXIT.
002530     EXIT.
002540*
002550*-----------------------------------------------------------
002560* 1500-OPEN-MASTER - OPEN THE VEHICLE MASTER FOR THE RETIRED
002570*                    CHECK. WITHOUT A MASTER NOTHING CAN BE
002580*                    JUDGED RETIRED, SO EVERY VEHICLE IS KEPT AND
002590*                    THE REPORT SAYS SO.
002600*-----------------------------------------------------------
002610 1500-OPEN-MASTER.
002620     MOVE "N" TO WS-MASTER-AVAIL-SW.
002630     OPEN INPUT VEHICLE-MASTER-FILE.
002640     IF NOT VEHMAST-FILE-MISSING
002650         SET MASTER-AVAILABLE TO TRUE.
002660 1500-EXIT.
002670     EXIT.
002680*
002690 1600-CLOSE-MASTER.
002700     IF MASTER-AVAILABLE
002710         CLOSE VEHICLE-MASTER-FILE.
002720 1600-EXIT.
002730     EXIT.
002740*
002750*-----------------------------------------------------------
002760* 2000-WALK-ARCHIVE-MONTHS - WALK EVERY FARCYYYYMM GENERATION
002770*                            FROM THE SYSTEM'S FIRST MONTH TO THE
002780*                            AS-OF MONTH, OLDEST FIRST, THE SAME
002790*                            WAY LAB07-CONSUM DOES. A GUARD CAPS
002800*                            THE WALK AT 240 MONTHS.
002810*-----------------------------------------------------------
002820 2000-WALK-ARCHIVE-MONTHS.
002830     MOVE WS-FIRST-YYYYMM TO WS-CUR-YYYYMM.
002840     MOVE WS-AS-OF-DATE (1:6) TO WS-TO-YYYYMM (1:6).
002850
002860     MOVE ZERO TO WS-MONTH-GUARD.
002870     PERFORM 2100-SCAN-ONE-MONTH THRU 2100-EXIT
002880         UNTIL WS-CUR-YYYYMM > WS-TO-YYYYMM
002890            OR WS-MONTH-GUARD NOT < 240.
002900 2000-EXIT.
002910     EXIT.
002920*
002930 2100-SCAN-ONE-MONTH.
002940     ADD 1 TO WS-MONTH-GUARD.
002950     MOVE SPACES TO WS-ARCHIVE-NAME.
002960     STRING "FARC" WS-CUR-YYYYMM
002970         DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
002980     PERFORM 3000-SCAN-ONE-GENERATION THRU 3000-EXIT.
002990
003000     IF WS-CUR-MM < 12
003010         ADD 1 TO WS-CUR-MM
003020     ELSE
003030         ADD 1 TO WS-CUR-YYYY
003040         MOVE 01 TO WS-CUR-MM.
003050 2100-EXIT.
003060     EXIT.
003070*
003080*-----------------------------------------------------------
003090* 3000-SCAN-ONE-GENERATION - READ ONE ARCHIVE GENERATION INTO
003100*                            THE REBUILD TABLE. A GENERATION
003110*                            THAT DOES NOT EXIST IS SIMPLY
003120*                            SKIPPED.
003130*-----------------------------------------------------------
003140 3000-SCAN-ONE-GENERATION.
003150     MOVE "N" TO WS-EOF-SW.
003160     OPEN INPUT VEHICLE-ARCHIVE-FILE.
003170     IF VEHARCH-FILE-MISSING
003180         GO TO 3000-EXIT.
003190
003200     ADD 1 TO WS-FILES-SEARCHED.
003210     PERFORM 3900-READ-ARCHIVE THRU 3900-EXIT.
003220     PERFORM 3100-TAKE-ONE-READING THRU 3100-EXIT
003230         UNTIL END-OF-FILE.
003240     CLOSE VEHICLE-ARCHIVE-FILE.
003250 3000-EXIT.
003260     EXIT.
003270*
003280*-----------------------------------------------------------
003290* 3100-TAKE-ONE-READING - ONE ARCHIVED READING. ONE DATED AFTER
003300*                         THE AS-OF DATE IS LEFT OUT; ANY OTHER
003310*                         GOES INTO ITS VEHICLE'S WINDOW.
003320*-----------------------------------------------------------
003330 3100-TAKE-ONE-READING.
003340     ADD 1 TO WS-READINGS-SCANNED.
003350     IF VA-READING-DATE > WS-AS-OF-DATE
003360         ADD 1 TO WS-AFTER-AS-OF-COUNT
003370         GO TO 3100-READ-NEXT.
003380
003390     PERFORM 3400-FIND-VEHICLE-ENTRY THRU 3400-EXIT.
003400     IF WS-REB-FOUND-IDX = ZERO
003410         ADD 1 TO WS-NOT-TABLED-COUNT
003420         GO TO 3100-READ-NEXT.
003430     SET RB-IDX TO WS-REB-FOUND-IDX.
003440     PERFORM 3200-INSERT-IN-WINDOW THRU 3200-EXIT.
003450 3100-READ-NEXT.
003460     PERFORM 3900-READ-ARCHIVE THRU 3900-EXIT.
003470 3100-EXIT.
003480     EXIT.
003490*
003500*-----------------------------------------------------------
003510* 3200-INSERT-IN-WINDOW - PLACE THE READING IN THE VEHICLE'S
003520*                         WINDOW BY READING DATE, AFTER ANY
003530*                         ENTRY OF THE SAME DATE SO SAME-DAY
003540*                         READINGS KEEP THEIR ARCHIVE ORDER.
003550*                         WITH THE WINDOW FULL THE OLDEST ENTRY
003560*                         DROPS, AND A READING OLDER THAN THE
003570*                         WHOLE FULL WINDOW HAS ALREADY ROLLED
003580*                         OFF. A READING THE WINDOW ALREADY HOLDS
003590*                         - SAME DATE, VALUE, AND BAND - IS THE
003600*                         SAME READING ARCHIVED TWICE AND IS NOT
003610*                         TAKEN AGAIN.
003620*-----------------------------------------------------------
003630 3200-INSERT-IN-WINDOW.
003640     MOVE "N" TO WS-DUPLICATE-SW.
003650     PERFORM 3210-CHECK-ONE-DUPLICATE THRU 3210-EXIT
003660         VARYING WB-IDX FROM 1 BY 1
003670         UNTIL WB-IDX > WB-HISTORY-COUNT (RB-IDX)
003680            OR READING-DUPLICATE.
003690     IF READING-DUPLICATE
003700         ADD 1 TO WS-DUPLICATE-COUNT
003710         GO TO 3200-EXIT.
003720
003730     IF WB-HISTORY-COUNT (RB-IDX) = 7
003740             AND VA-READING-DATE < WB-READING-DATE (RB-IDX, 1)
003750         ADD 1 TO WS-ROLLED-OFF-COUNT
003760         GO TO 3200-EXIT.
003770
003780     COMPUTE WS-INSERT-POS = WB-HISTORY-COUNT (RB-IDX) + 1.
003790     PERFORM 3220-FIND-INSERT-POS THRU 3220-EXIT
003800         VARYING WS-ENTRY-NO FROM WB-HISTORY-COUNT (RB-IDX) BY -1
003810         UNTIL WS-ENTRY-NO < 1.
003820
003830     IF WB-HISTORY-COUNT (RB-IDX) < 7
003840         PERFORM 3230-SHIFT-ONE-UP THRU 3230-EXIT
003850             VARYING WS-ENTRY-NO FROM WB-HISTORY-COUNT (RB-IDX)
003860             BY -1 UNTIL WS-ENTRY-NO < WS-INSERT-POS
003870         ADD 1 TO WB-HISTORY-COUNT (RB-IDX)
003880     ELSE
003890         PERFORM 3240-SHIFT-ONE-DOWN THRU 3240-EXIT
003900             VARYING WB-IDX FROM 1 BY 1
003910             UNTIL WB-IDX > WS-INSERT-POS - 2
003920         SUBTRACT 1 FROM WS-INSERT-POS
003930         ADD 1 TO WS-ROLLED-OFF-COUNT.
003940
003950     SET WB-IDX TO WS-INSERT-POS.
003960     MOVE VA-READING-DATE TO WB-READING-DATE (RB-IDX, WB-IDX).
003970     MOVE VA-FUEL-VALUE TO WB-FUEL-VALUE (RB-IDX, WB-IDX).
003980     MOVE VA-RATING-CODE TO WB-RATING-CODE (RB-IDX, WB-IDX).
003990 3200-EXIT.
004000     EXIT.
004010*
004020 3210-CHECK-ONE-DUPLICATE.
004030     IF WB-READING-DATE (RB-IDX, WB-IDX) = VA-READING-DATE
004040             AND WB-FUEL-VALUE (RB-IDX, WB-IDX) = VA-FUEL-VALUE
004050             AND WB-RATING-CODE (RB-IDX, WB-IDX) = VA-RATING-CODE
004060         SET READING-DUPLICATE TO TRUE.
004070 3210-EXIT.
004080     EXIT.
004090*
004100 3220-FIND-INSERT-POS.
004110     IF WB-READING-DATE (RB-IDX, WS-ENTRY-NO) > VA-READING-DATE
004120         MOVE WS-ENTRY-NO TO WS-INSERT-POS.
004130 3220-EXIT.
004140     EXIT.
004150*
004160 3230-SHIFT-ONE-UP.
004170     MOVE WB-HISTORY-ENTRY (RB-IDX, WS-ENTRY-NO)
004180         TO WB-HISTORY-ENTRY (RB-IDX, WS-ENTRY-NO + 1).
004190 3230-EXIT.
004200     EXIT.
004210*
004220 3240-SHIFT-ONE-DOWN.
004230     MOVE WB-HISTORY-ENTRY (RB-IDX, WB-IDX + 1)
004240         TO WB-HISTORY-ENTRY (RB-IDX, WB-IDX).
004250 3240-EXIT.
004260     EXIT.
004270*
004280*-----------------------------------------------------------
004290* 3400-FIND-VEHICLE-ENTRY - FIND THE READING'S VEHICLE IN THE
004300*                           REBUILD TABLE, ADDING IT WITH AN
004310*                           EMPTY WINDOW ON FIRST SIGHT. ZERO IN
004320*                           WS-REB-FOUND-IDX MEANS THE TABLE IS
004330*                           FULL.
004340*-----------------------------------------------------------
004350 3400-FIND-VEHICLE-ENTRY.
004360     MOVE "N" TO WS-VEH-FOUND-SW.
004370     MOVE ZERO TO WS-REB-FOUND-IDX.
004380     PERFORM 3410-MATCH-ONE-VEHICLE THRU 3410-EXIT
004390         VARYING RB-IDX FROM 1 BY 1
004400         UNTIL RB-IDX > WS-REB-COUNT
004410            OR VEHICLE-FOUND.
004420     IF VEHICLE-FOUND
004430         GO TO 3400-EXIT.
004440
004450     IF WS-REB-COUNT < WS-REB-MAX
004460         ADD 1 TO WS-REB-COUNT
004470         MOVE WS-REB-COUNT TO WS-REB-FOUND-IDX
004480         SET RB-IDX TO WS-REB-COUNT
004490         MOVE VA-VEHICLE-ID TO WB-VEHICLE-ID (RB-IDX)
004500         MOVE SPACES TO WB-STATE (RB-IDX)
004510         MOVE ZERO TO WB-HISTORY-COUNT (RB-IDX)
004520     ELSE
004530         SET REBUILD-TABLE-FULL TO TRUE.
004540 3400-EXIT.
004550     EXIT.
004560*
004570 3410-MATCH-ONE-VEHICLE.
004580     IF WB-VEHICLE-ID (RB-IDX) = VA-VEHICLE-ID
004590         SET VEHICLE-FOUND TO TRUE
004600         SET WS-REB-FOUND-IDX TO RB-IDX.
004610 3410-EXIT.
004620     EXIT.
004630*
004640 3900-READ-ARCHIVE.
004650     READ VEHICLE-ARCHIVE-FILE
004660         AT END SET END-OF-FILE TO TRUE.
004670 3900-EXIT.
004680     EXIT.
004690*
004700*-----------------------------------------------------------
004710* 4000-WRITE-REBUILT-FILE - WRITE ONE VHREBLD RECORD PER TABLED
004720*                           VEHICLE, LAID OUT EXACTLY AS VEHHIST,
004730*                           LEAVING OUT ANY VEHICLE VEHMAST SHOWS
004740*                           RETIRED - LAB07-VPURGE'S RULE. A
004750*                           VEHICLE NOT ON THE MASTER AT ALL IS
004760*                           KEPT, AS VPURGE WOULD KEEP IT.
004770*-----------------------------------------------------------
004780 4000-WRITE-REBUILT-FILE.
004790     OPEN OUTPUT REBUILT-HISTORY-FILE.
004800     PERFORM 4100-WRITE-ONE-REBUILT THRU 4100-EXIT
004810         VARYING RB-IDX FROM 1 BY 1
004820         UNTIL RB-IDX > WS-REB-COUNT.
004830     CLOSE REBUILT-HISTORY-FILE.
004840 4000-EXIT.
004850     EXIT.
004860*
004870 4100-WRITE-ONE-REBUILT.
004880     IF MASTER-AVAILABLE
004890         MOVE WB-VEHICLE-ID (RB-IDX) TO VM-VEHICLE-ID
004900         READ VEHICLE-MASTER-FILE
004910             INVALID KEY
004920                 CONTINUE
004930             NOT INVALID KEY
004940                 IF VM-RETIRED
004950                     MOVE "R" TO WB-STATE (RB-IDX)
004960                 END-IF
004970         END-READ.
004980     IF WB-STATE (RB-IDX) = "R"
004990         ADD 1 TO WS-RETIRED-LEFT-OUT
005000         GO TO 4100-EXIT.
005010
005020     PERFORM 4200-BUILD-HISTORY-IMAGE THRU 4200-EXIT.
005030     WRITE REBUILT-HISTORY-RECORD FROM VEHICLE-HISTORY-RECORD
005040         INVALID KEY
005050             DISPLAY "LAB07-VHRBLD - DUPLICATE KEY ON VHREBLD "
005060                 "FOR VEHICLE " VH-VEHICLE-ID
005070             GO TO 4100-EXIT.
005080     ADD 1 TO WS-RECORDS-WRITTEN.
005090 4100-EXIT.
005100     EXIT.
005110*
005120*-----------------------------------------------------------
005130* 4200-BUILD-HISTORY-IMAGE - LAY ONE TABLED WINDOW OUT AS A
005140*                            VEHHIST RECORD, UNUSED ENTRIES
005150*                            ZEROED AS LAB07-BATCH LEAVES THEM.
005160*-----------------------------------------------------------
005170 4200-BUILD-HISTORY-IMAGE.
005180     MOVE SPACES TO VEHICLE-HISTORY-RECORD.
005190     MOVE WB-VEHICLE-ID (RB-IDX) TO VH-VEHICLE-ID.
005200     MOVE WB-HISTORY-COUNT (RB-IDX) TO VH-HISTORY-COUNT.
005210     PERFORM 4210-COPY-ONE-ENTRY THRU 4210-EXIT
005220         VARYING WB-IDX FROM 1 BY 1
005230         UNTIL WB-IDX > 7.
005240 4200-EXIT.
005250     EXIT.
005260*
005270 4210-COPY-ONE-ENTRY.
005280     SET VH-IDX TO WB-IDX.
005290     IF WB-IDX > WB-HISTORY-COUNT (RB-IDX)
005300         MOVE ZERO TO VH-READING-DATE (VH-IDX)
005310                      VH-FUEL-VALUE (VH-IDX)
005320         MOVE SPACES TO VH-RATING-CODE (VH-IDX)
005330     ELSE
005340         MOVE WB-HISTORY-ENTRY (RB-IDX, WB-IDX)
005350             TO VH-HISTORY-ENTRY (VH-IDX).
005360 4210-EXIT.
005370     EXIT.
005380*
005390*-----------------------------------------------------------
005400* 5000-COMPARE-WITH-CURRENT - WALK THE CURRENT VEHHIST IN KEY
005410*                             ORDER AGAINST THE REBUILD TABLE AND
005420*                             REPORT EVERY VEHICLE WHOSE HISTORY
005430*                             DIFFERS, THEN EVERY REBUILT VEHICLE
005440*                             THE CURRENT FILE DOES NOT HAVE.
005450*-----------------------------------------------------------
005460 5000-COMPARE-WITH-CURRENT.
005470     OPEN OUTPUT REBUILD-REPORT-FILE.
005480     PERFORM 5900-WRITE-REPORT-HEADING THRU 5900-EXIT.
005490
005500     MOVE SPACES TO REBUILD-RPT-LINE.
005510     WRITE REBUILD-RPT-LINE.
005520     MOVE "DIFFERENCES - CURRENT VEHHIST AGAINST REBUILT VHREBLD"
005530         TO REBUILD-RPT-LINE.
005540     WRITE REBUILD-RPT-LINE.
005550
005560     OPEN INPUT VEHICLE-HISTORY-FILE.
005570     IF VEHHIST-FILE-MISSING
005580         MOVE SPACES TO REBUILD-RPT-LINE
005590         MOVE "  NO CURRENT VEHHIST ON FILE - NOTHING TO COMPARE"
005600             TO REBUILD-RPT-LINE
005610         WRITE REBUILD-RPT-LINE
005620     ELSE
005630         MOVE "N" TO WS-EOF-SW
005640         PERFORM 5950-READ-CURRENT THRU 5950-EXIT
005650         PERFORM 5100-COMPARE-ONE-CURRENT THRU 5100-EXIT
005660             UNTIL END-OF-FILE
005670         CLOSE VEHICLE-HISTORY-FILE
005680         IF WS-DIFFER-COUNT = ZERO
005690                 AND WS-CURRENT-ONLY-COUNT = ZERO
005700             MOVE SPACES TO REBUILD-RPT-LINE
005710             MOVE "  NONE" TO REBUILD-RPT-LINE
005720             WRITE REBUILD-RPT-LINE
005730         END-IF.
005740
005750     MOVE SPACES TO REBUILD-RPT-LINE.
005760     WRITE REBUILD-RPT-LINE.
005770     MOVE "ON THE REBUILT FILE ONLY" TO REBUILD-RPT-LINE.
005780     WRITE REBUILD-RPT-LINE.
005790     PERFORM 5300-CHECK-ONE-REBUILT-ONLY THRU 5300-EXIT
005800         VARYING RB-IDX FROM 1 BY 1
005810         UNTIL RB-IDX > WS-REB-COUNT.
005820     IF WS-REBUILT-ONLY-COUNT = ZERO
005830         MOVE SPACES TO REBUILD-RPT-LINE
005840         MOVE "  NONE" TO REBUILD-RPT-LINE
005850         WRITE REBUILD-RPT-LINE.
005860
005870     PERFORM 5800-WRITE-REPORT-COUNTS THRU 5800-EXIT.
005880     CLOSE REBUILD-REPORT-FILE.
005890 5000-EXIT.
005900     EXIT.
005910*
005920*-----------------------------------------------------------
005930* 5100-COMPARE-ONE-CURRENT - ONE CURRENT VEHHIST RECORD. A
005940*                            VEHICLE THE REBUILD DOES NOT HOLD -
005950*                            OR LEFT OUT AS RETIRED - IS LISTED
005960*                            ON ITS OWN; ONE IT DOES HOLD IS
005970*                            LISTED, ENTRY BY ENTRY, ONLY WHEN
005980*                            THE TWO WINDOWS DISAGREE.
005990*-----------------------------------------------------------
006000 5100-COMPARE-ONE-CURRENT.
006010     ADD 1 TO WS-CURRENT-COUNT.
006020     MOVE VH-HISTORY-COUNT TO WS-RPT-ENTRIES-ED.
006030     MOVE "N" TO WS-VEH-FOUND-SW.
006040     PERFORM 5110-MATCH-ONE-CURRENT THRU 5110-EXIT
006050         VARYING RB-IDX FROM 1 BY 1
006060         UNTIL RB-IDX > WS-REB-COUNT
006070            OR VEHICLE-FOUND.
006080
006090     IF NOT VEHICLE-FOUND
006100         ADD 1 TO WS-CURRENT-ONLY-COUNT
006110         MOVE SPACES TO REBUILD-RPT-LINE
006120         STRING "  " VH-VEHICLE-ID
006130             "  ON CURRENT VEHHIST ONLY - " WS-RPT-ENTRIES-ED
006140             " ENTRIES, NONE ON THE ARCHIVES"
006150             DELIMITED BY SIZE INTO REBUILD-RPT-LINE
006160         WRITE REBUILD-RPT-LINE
006170         GO TO 5100-READ-NEXT.
006180
006190     SET RB-IDX TO WS-REB-FOUND-IDX.
006200     IF WB-STATE (RB-IDX) = "R"
006210         ADD 1 TO WS-CURRENT-ONLY-COUNT
006220         MOVE SPACES TO REBUILD-RPT-LINE
006230         STRING "  " VH-VEHICLE-ID
006240             "  ON CURRENT VEHHIST ONLY - RETIRED, LEFT OUT OF "
006250             "THE REBUILD"
006260             DELIMITED BY SIZE INTO REBUILD-RPT-LINE
006270         WRITE REBUILD-RPT-LINE
006280         GO TO 5100-READ-NEXT.
006290
006300     MOVE "M" TO WB-STATE (RB-IDX).
006310     MOVE "N" TO WS-HIST-DIFFERS-SW.
006320     IF VH-HISTORY-COUNT NOT = WB-HISTORY-COUNT (RB-IDX)
006330         SET HISTORY-DIFFERS TO TRUE
006340     ELSE
006350         PERFORM 5120-COMPARE-ONE-ENTRY THRU 5120-EXIT
006360             VARYING WB-IDX FROM 1 BY 1
006370             UNTIL WB-IDX > WB-HISTORY-COUNT (RB-IDX).
006380     IF NOT HISTORY-DIFFERS
006390         ADD 1 TO WS-IDENTICAL-COUNT
006400         GO TO 5100-READ-NEXT.
006410
006420     ADD 1 TO WS-DIFFER-COUNT.
006430     PERFORM 5200-WRITE-ONE-DIFFERENCE THRU 5200-EXIT.
006440 5100-READ-NEXT.
006450     PERFORM 5950-READ-CURRENT THRU 5950-EXIT.
006460 5100-EXIT.
006470     EXIT.
006480*
006490 5110-MATCH-ONE-CURRENT.
006500     IF WB-VEHICLE-ID (RB-IDX) = VH-VEHICLE-ID
006510         SET VEHICLE-FOUND TO TRUE
006520         SET WS-REB-FOUND-IDX TO RB-IDX.
006530 5110-EXIT.
006540     EXIT.
006550*
006560 5120-COMPARE-ONE-ENTRY.
006570     SET VH-IDX TO WB-IDX.
006580     IF VH-HISTORY-ENTRY (VH-IDX)
006590             NOT = WB-HISTORY-ENTRY (RB-IDX, WB-IDX)
006600         SET HISTORY-DIFFERS TO TRUE.
006610 5120-EXIT.
006620     EXIT.
006630*
006640*-----------------------------------------------------------
006650* 5200-WRITE-ONE-DIFFERENCE - THE VEHICLE'S TWO WINDOWS SIDE BY
006660*                             SIDE, OLDEST ENTRY FIRST, SO THE
006670*                             ROLL THAT WENT WRONG CAN BE SEEN.
006680*-----------------------------------------------------------
006690 5200-WRITE-ONE-DIFFERENCE.
006700     MOVE WB-HISTORY-COUNT (RB-IDX) TO WS-RPT-REB-ENTRIES-ED.
006710     MOVE SPACES TO REBUILD-RPT-LINE.
006720     STRING "  " VH-VEHICLE-ID
006730         "  CURRENT " WS-RPT-ENTRIES-ED " ENTRIES"
006740         "           REBUILT " WS-RPT-REB-ENTRIES-ED " ENTRIES"
006750         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
006760     WRITE REBUILD-RPT-LINE.
006770
006780     MOVE VH-HISTORY-COUNT TO WS-ENTRY-MAX.
006790     IF WB-HISTORY-COUNT (RB-IDX) > WS-ENTRY-MAX
006800         MOVE WB-HISTORY-COUNT (RB-IDX) TO WS-ENTRY-MAX.
006810     PERFORM 5210-WRITE-ONE-ENTRY-PAIR THRU 5210-EXIT
006820         VARYING WS-ENTRY-NO FROM 1 BY 1
006830         UNTIL WS-ENTRY-NO > WS-ENTRY-MAX.
006840 5200-EXIT.
006850     EXIT.
006860*
006870 5210-WRITE-ONE-ENTRY-PAIR.
006880     MOVE SPACES TO WS-RPT-CUR-PART WS-RPT-REB-PART.
006890     SET VH-IDX TO WS-ENTRY-NO.
006900     SET WB-IDX TO WS-ENTRY-NO.
006910     IF WS-ENTRY-NO NOT > VH-HISTORY-COUNT
006920         MOVE VH-FUEL-VALUE (VH-IDX) TO WS-RPT-VALUE-ED
006930         STRING VH-READING-DATE (VH-IDX)
006940             " " WS-RPT-VALUE-ED
006950             " " VH-RATING-CODE (VH-IDX)
006960             DELIMITED BY SIZE INTO WS-RPT-CUR-PART.
006970     IF WS-ENTRY-NO NOT > WB-HISTORY-COUNT (RB-IDX)
006980         MOVE WB-FUEL-VALUE (RB-IDX, WB-IDX) TO WS-RPT-VALUE-ED
006990         STRING WB-READING-DATE (RB-IDX, WB-IDX)
007000             " " WS-RPT-VALUE-ED
007010             " " WB-RATING-CODE (RB-IDX, WB-IDX)
007020             DELIMITED BY SIZE INTO WS-RPT-REB-PART.
007030     MOVE SPACES TO REBUILD-RPT-LINE.
007040     STRING "          " WS-RPT-CUR-PART
007050         "    " WS-RPT-REB-PART
007060         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007070     WRITE REBUILD-RPT-LINE.
007080 5210-EXIT.
007090     EXIT.
007100*
007110*-----------------------------------------------------------
007120* 5300-CHECK-ONE-REBUILT-ONLY - A REBUILT VEHICLE THE CURRENT
007130*                               FILE NEVER MATCHED - ITS HISTORY
007140*                               IS MISSING FROM VEHHIST TODAY.
007150*-----------------------------------------------------------
007160 5300-CHECK-ONE-REBUILT-ONLY.
007170     IF WB-STATE (RB-IDX) NOT = SPACES
007180         GO TO 5300-EXIT.
007190     ADD 1 TO WS-REBUILT-ONLY-COUNT.
007200     MOVE WB-HISTORY-COUNT (RB-IDX) TO WS-RPT-REB-ENTRIES-ED.
007210     MOVE SPACES TO REBUILD-RPT-LINE.
007220     STRING "  " WB-VEHICLE-ID (RB-IDX)
007230         "  REBUILT WITH " WS-RPT-REB-ENTRIES-ED
007240         " ENTRIES - NO RECORD ON CURRENT VEHHIST"
007250         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007260     WRITE REBUILD-RPT-LINE.
007270 5300-EXIT.
007280     EXIT.
007290*
007300*-----------------------------------------------------------
007310* 5800-WRITE-REPORT-COUNTS - WHAT THE REBUILD READ, KEPT, AND
007320*                            LEFT OUT, AND HOW THE COMPARE CAME
007330*                            OUT.
007340*-----------------------------------------------------------
007350 5800-WRITE-REPORT-COUNTS.
007360     MOVE SPACES TO REBUILD-RPT-LINE.
007370     WRITE REBUILD-RPT-LINE.
007380     MOVE WS-FILES-SEARCHED TO WS-RPT-COUNT-ED.
007390     MOVE SPACES TO REBUILD-RPT-LINE.
007400     STRING "FARC GENERATIONS READ     : " WS-RPT-COUNT-ED
007410         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007420     WRITE REBUILD-RPT-LINE.
007430     MOVE WS-READINGS-SCANNED TO WS-RPT-COUNT-ED.
007440     MOVE SPACES TO REBUILD-RPT-LINE.
007450     STRING "ARCHIVED READINGS READ    : " WS-RPT-COUNT-ED
007460         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007470     WRITE REBUILD-RPT-LINE.
007480     MOVE WS-AFTER-AS-OF-COUNT TO WS-RPT-COUNT-ED.
007490     MOVE SPACES TO REBUILD-RPT-LINE.
007500     STRING "DATED AFTER AS-OF DATE    : " WS-RPT-COUNT-ED
007510         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007520     WRITE REBUILD-RPT-LINE.
007530     MOVE WS-DUPLICATE-COUNT TO WS-RPT-COUNT-ED.
007540     MOVE SPACES TO REBUILD-RPT-LINE.
007550     STRING "DUPLICATE READINGS SKIPPED: " WS-RPT-COUNT-ED
007560         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007570     WRITE REBUILD-RPT-LINE.
007580     MOVE WS-ROLLED-OFF-COUNT TO WS-RPT-COUNT-ED.
007590     MOVE SPACES TO REBUILD-RPT-LINE.
007600     STRING "ROLLED OFF SEVEN-WINDOW   : " WS-RPT-COUNT-ED
007610         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007620     WRITE REBUILD-RPT-LINE.
007630     MOVE WS-RETIRED-LEFT-OUT TO WS-RPT-COUNT-ED.
007640     MOVE SPACES TO REBUILD-RPT-LINE.
007650     STRING "RETIRED VEHICLES LEFT OUT : " WS-RPT-COUNT-ED
007660         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007670     WRITE REBUILD-RPT-LINE.
007680     MOVE WS-RECORDS-WRITTEN TO WS-RPT-COUNT-ED.
007690     MOVE SPACES TO REBUILD-RPT-LINE.
007700     STRING "VHREBLD RECORDS WRITTEN   : " WS-RPT-COUNT-ED
007710         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007720     WRITE REBUILD-RPT-LINE.
007730     MOVE WS-CURRENT-COUNT TO WS-RPT-COUNT-ED.
007740     MOVE SPACES TO REBUILD-RPT-LINE.
007750     STRING "CURRENT VEHHIST RECORDS   : " WS-RPT-COUNT-ED
007760         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007770     WRITE REBUILD-RPT-LINE.
007780     MOVE WS-IDENTICAL-COUNT TO WS-RPT-COUNT-ED.
007790     MOVE SPACES TO REBUILD-RPT-LINE.
007800     STRING "IDENTICAL ON BOTH         : " WS-RPT-COUNT-ED
007810         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007820     WRITE REBUILD-RPT-LINE.
007830     MOVE WS-DIFFER-COUNT TO WS-RPT-COUNT-ED.
007840     MOVE SPACES TO REBUILD-RPT-LINE.
007850     STRING "HISTORY DIFFERS           : " WS-RPT-COUNT-ED
007860         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007870     WRITE REBUILD-RPT-LINE.
007880     MOVE WS-CURRENT-ONLY-COUNT TO WS-RPT-COUNT-ED.
007890     MOVE SPACES TO REBUILD-RPT-LINE.
007900     STRING "ON CURRENT VEHHIST ONLY   : " WS-RPT-COUNT-ED
007910         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007920     WRITE REBUILD-RPT-LINE.
007930     MOVE WS-REBUILT-ONLY-COUNT TO WS-RPT-COUNT-ED.
007940     MOVE SPACES TO REBUILD-RPT-LINE.
007950     STRING "ON REBUILT FILE ONLY      : " WS-RPT-COUNT-ED
007960         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
007970     WRITE REBUILD-RPT-LINE.
007980
007990     IF REBUILD-TABLE-FULL
008000         MOVE SPACES TO REBUILD-RPT-LINE
008010         WRITE REBUILD-RPT-LINE
008020         MOVE WS-NOT-TABLED-COUNT TO WS-RPT-COUNT-ED
008030         MOVE SPACES TO REBUILD-RPT-LINE
008040         STRING "*** MORE VEHICLES THAN THE REBUILD TABLE "
008050             "HOLDS - " WS-RPT-COUNT-ED " READINGS NOT TAKEN"
008060             DELIMITED BY SIZE INTO REBUILD-RPT-LINE
008070         WRITE REBUILD-RPT-LINE
008080         MOVE "*** VHREBLD IS INCOMPLETE - DO NOT SWAP IT IN."
008090             TO REBUILD-RPT-LINE
008100         WRITE REBUILD-RPT-LINE.
008110     IF NOT MASTER-AVAILABLE
008120         MOVE SPACES TO REBUILD-RPT-LINE
008130         WRITE REBUILD-RPT-LINE
008140         MOVE "*** NO VEHMAST ON FILE - NO VEHICLE COULD BE"
008150             TO REBUILD-RPT-LINE
008160         WRITE REBUILD-RPT-LINE
008170         MOVE "*** JUDGED RETIRED, SO NONE WAS LEFT OUT."
008180             TO REBUILD-RPT-LINE
008190         WRITE REBUILD-RPT-LINE.
008200 5800-EXIT.
008210     EXIT.
008220*
008230 5900-WRITE-REPORT-HEADING.
008240     MOVE SPACES TO REBUILD-RPT-LINE.
008250     MOVE "LAB07-VHRBLD VEHHIST REBUILD FROM FARC ARCHIVES"
008260         TO REBUILD-RPT-LINE.
008270     WRITE REBUILD-RPT-LINE.
008280     MOVE SPACES TO REBUILD-RPT-LINE.
008290     STRING "RUN DATE " WS-TODAY
008300         "  REBUILT AS OF " WS-AS-OF-DATE
008310         "  INTO VHREBLD"
008320         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
008330     WRITE REBUILD-RPT-LINE.
008340     MOVE SPACES TO REBUILD-RPT-LINE.
008350     STRING "ENTRIES SHOWN OLDEST FIRST - DATE, VALUE, BAND - "
008360         "CURRENT LEFT, REBUILT RIGHT"
008370         DELIMITED BY SIZE INTO REBUILD-RPT-LINE.
008380     WRITE REBUILD-RPT-LINE.
008390 5900-EXIT.
008400     EXIT.
008410*
008420 5950-READ-CURRENT.
008430     READ VEHICLE-HISTORY-FILE NEXT RECORD
008440         AT END SET END-OF-FILE TO TRUE.
008450 5950-EXIT.
008460     EXIT.
008470*
008480*-----------------------------------------------------------
008490* 9000-TERMINATE - THE RUN SUMMARY FOR THE OPERATOR.
008500*-----------------------------------------------------------
008510 9000-TERMINATE.
008520     DISPLAY "LAB07-VHRBLD - REBUILT AS OF     : " WS-AS-OF-DATE.
008530     DISPLAY "LAB07-VHRBLD - GENERATIONS READ  : "
008540         WS-FILES-SEARCHED.
008550     DISPLAY "LAB07-VHRBLD - VHREBLD RECORDS   : "
008560         WS-RECORDS-WRITTEN.
008570     DISPLAY "LAB07-VHRBLD - DIFFER FROM VEHHIST: "
008580         WS-DIFFER-COUNT.
008590     IF REBUILD-TABLE-FULL
008600         DISPLAY "LAB07-VHRBLD - REBUILD TABLE FULL - VHREBLD IS "
008610             "INCOMPLETE, DO NOT SWAP IT IN."
008620     ELSE
008630         DISPLAY "LAB07-VHRBLD - CHECK VHRBRPT BEFORE SWAPPING "
008640             "VHREBLD IN AS VEHHIST.".
008650 9000-EXIT.
008660     EXIT.
008670*
008680 END PROGRAM LAB07-VHRBLD.
