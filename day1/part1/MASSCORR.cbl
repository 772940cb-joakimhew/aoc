000450*                      COUNTING IT. AN UNAVAILABLE MASTER ONLY
000460*                      WARNS - THE CORRECTION CYCLE MUST NEVER
000470*                      FAIL FOR IT.
000480*    2026-10-15  JH    CLOSED-PERIOD GUARD - A CORRECTION RUN
000490*                      DATED IN AN ACCOUNTING PERIOD PRDCLOSE HAS
000500*                      CLOSED IS REFUSED RC 12 BEFORE ANY
000510*                      ADJUSTMENT IS POSTED, UNLESS PRDOPEN HAS
000520*                      LOGGED A REOPEN. AN UNREADABLE
000530*                      PERIOD-CONTROL FILE ENDS RC 16.
000540*-----------------------------------------------------------------
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT MASSEXCP ASSIGN TO 'MASSEXCP.DAT'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-MASSEXCP-STATUS.
000610     SELECT CORRECTS ASSIGN TO 'CORRECTS.DAT'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CORRECTS-STATUS.
000640     SELECT FUELADJ ASSIGN TO 'FUELADJ.DAT'
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT CORRRPT ASSIGN TO 'CORRRPT.DAT'
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT EXCPMST ASSIGN TO EXCPMSTD
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS EM-MODULE-ID
000720         FILE STATUS IS WS-EXCPMST-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750*-----------------------------------------------------------------
000760*    MASSEXCP.DAT - REJECTED MASS VALUE EXCEPTIONS, AS WRITTEN
000770*    BY THE FUEL CALCULATION RUN
000780*-----------------------------------------------------------------
000790 FD  MASSEXCP.
000800 01  MASSEXCP-RECORD.
000810     05  ME-RECORD-NUMBER         PIC 9(06).
000820     05  ME-SPACER-1              PIC X(01).
000830     05  ME-MODULE-ID             PIC X(05).
000840     05  ME-SPACER-2              PIC X(01).
000850     05  ME-RAW-MASS-VALUE        PIC X(10).
000860     05  ME-SPACER-3              PIC X(01).
000870     05  ME-REASON                PIC X(22).
000880     05  ME-SPACER-4              PIC X(01).
000890     05  ME-MODULE-NAME           PIC X(20).
000900*-----------------------------------------------------------------
000910*    CORRECTS.DAT - CLERK-PREPARED CORRECTIONS, ONE PER RECORD:
000920*    THE MODULE-ID AND THE CORRECTED TEN-DIGIT MASS VALUE
000930*-----------------------------------------------------------------
000940 FD  CORRECTS.
000950 01  CORRECTS-RECORD.
000960     05  CO-MODULE-ID             PIC X(05).
000970     05  CO-SPACER-1              PIC X(01).
000980     05  CO-MASS-VALUE            PIC X(10).
000990*-----------------------------------------------------------------
001000*    FUELADJ.DAT - FUEL ADJUSTMENT RECORDS. ONE PER CORRECTED
001010*    MODULE AND A 'TOTAL' RECORD CARRYING THE DELTA TO APPLY TO
001020*    THE DAY'S PUBLISHED FUEL TOTALS.
001030*-----------------------------------------------------------------
001040 FD  FUELADJ.
001050 01  FUELADJ-RECORD.
001060     05  AJ-RUN-DATE              PIC X(10).
001070     05  AJ-SPACER-1              PIC X(01).
001080     05  AJ-MODULE-ID             PIC X(05).
001090     05  AJ-SPACER-2              PIC X(01).
001100     05  AJ-CORRECTED-MASS        PIC 9(10).
001110     05  AJ-SPACER-3              PIC X(01).
001120     05  AJ-FUEL-DELTA            PIC -9(10).
001130     05  AJ-SPACER-4              PIC X(01).
001140     05  AJ-RECURSIVE-DELTA       PIC 9(10).
001150     05  AJ-SPACER-5              PIC X(01).
001160     05  AJ-DEST-CODE             PIC X(08).
001170*-----------------------------------------------------------------
001180*    CORRRPT.DAT - DISPOSITION OF EVERY CORRECTION READ
001190*-----------------------------------------------------------------
001200 FD  CORRRPT.
001210 01  CORRRPT-RECORD.
001220     05  CR-MODULE-ID             PIC X(05).
001230     05  CR-SPACER-1              PIC X(01).
001240     05  CR-MASS-VALUE            PIC X(10).
001250     05  CR-SPACER-2              PIC X(01).
001260     05  CR-DISPOSITION           PIC X(26).
001270*-----------------------------------------------------------------
001280*    EXCPMSTD - PERSISTENT EXCEPTION MASTER KSDS, KEYED ON
001290*    MODULE-ID. LAYOUT MATCHES THE RECORD POSTED BY THE FUEL
001300*    RUN; AN APPLIED CORRECTION CLOSES THE RECORD HERE.
001310*-----------------------------------------------------------------
001320 FD  EXCPMST.
001330 01  EXCPMST-RECORD.
001340     05  EM-MODULE-ID             PIC X(05).
001350     05  EM-SPACER-1              PIC X(01).
001360     05  EM-STATUS                PIC X(01).
001370     05  EM-SPACER-2              PIC X(01).
001380     05  EM-FIRST-SEEN            PIC X(10).
001390     05  EM-SPACER-3              PIC X(01).
001400     05  EM-LAST-SEEN             PIC X(10).
001410     05  EM-SPACER-4              PIC X(01).
001420     05  EM-CLOSED-DATE           PIC X(10).
001430     05  EM-SPACER-5              PIC X(01).
001440     05  EM-RAW-MASS-VALUE        PIC X(10).
001450     05  EM-SPACER-6              PIC X(01).
001460     05  EM-REASON                PIC X(22).
001470 WORKING-STORAGE SECTION.
001480*-----------------------------------------------------------------
001490*    SWITCHES AND COUNTERS
001500*-----------------------------------------------------------------
001510 01  WS-MASSEXCP-EOF              PIC X(01)   VALUE 'N'.
001520     88  END-OF-MASSEXCP-FILE                 VALUE 'Y'.
001530 01  WS-CORRECTS-EOF              PIC X(01)   VALUE 'N'.
001540     88  END-OF-CORRECTS-FILE                 VALUE 'Y'.
001550 01  WS-MASSEXCP-STATUS           PIC X(02)   VALUE '00'.
001560 01  WS-CORRECTS-STATUS           PIC X(02)   VALUE '00'.
001570*-----------------------------------------------------------------
001580*    EXCEPTION MASTER STATE - 'Y' OPEN FOR UPDATE, 'U' COULD
001590*    NOT BE OPENED (WARNED ONCE, CLOSES SKIPPED)
001600*-----------------------------------------------------------------
001610 01  WS-EXCPMST-STATUS            PIC X(02)   VALUE '00'.
001620 01  WS-EXCPMST-SW                PIC X(01)   VALUE 'N'.
001630     88  EXCPMST-FILE-OPEN                    VALUE 'Y'.
001640     88  EXCPMST-UNAVAILABLE                  VALUE 'U'.
001650 01  WS-CORRECTION-COUNT          PIC 9(06)   VALUE ZERO.
001660 01  WS-APPLIED-COUNT             PIC 9(06)   VALUE ZERO.
001670 01  WS-FAILED-COUNT              PIC 9(06)   VALUE ZERO.
001680 01  WS-MASS-VALID-SW             PIC X(01)   VALUE 'Y'.
001690     88  MASS-VALUE-VALID                     VALUE 'Y'.
001700     88  MASS-VALUE-NOT-VALID                 VALUE 'N'.
001710 01  WS-MATCH-SW                  PIC X(01)   VALUE 'N'.
001720     88  EXCEPTION-MATCHED                    VALUE 'Y'.
001730     88  EXCEPTION-NOT-MATCHED                VALUE 'N'.
001740*-----------------------------------------------------------------
001750*    EXCEPTION TABLE - THE DAY'S MASSEXCP RECORDS, LOADED UP
001760*    FRONT SO EACH CORRECTION CAN BE MATCHED BY MODULE-ID
001770*-----------------------------------------------------------------
001780 01  WS-EXCEPTION-MAX             PIC 9(04)   COMP VALUE 500.
001790 01  WS-EXCEPTION-COUNT           PIC 9(04)   COMP VALUE ZERO.
001800 01  WS-EXCEPTION-SUB             PIC 9(04)   COMP VALUE ZERO.
001810 01  WS-EXCEPTION-TABLE.
001820     05  WS-EXCEPTION-ENTRY OCCURS 500 TIMES.
001830         10  EX-MODULE-ID        PIC X(05).
001840         10  EX-RAW-MASS-VALUE   PIC X(10).
001850         10  EX-USED-SW          PIC X(01).
001860*-----------------------------------------------------------------
001870*    CORRECTED MASS WORK AREA - THE RAW TEXT IS REDEFINED SO IT
001880*    CAN BE VALIDATED BEFORE IT IS USED AS A NUMBER
001890*-----------------------------------------------------------------
001900 01  WS-NEW-MASS-TEXT             PIC X(10).
001910 01  WS-NEW-MASS-NUMBER REDEFINES WS-NEW-MASS-TEXT
001920                                  PIC 9(10).
001930*-----------------------------------------------------------------
001940*    FUEL DELTA FIGURES - A CORRECTED MODULE CONTRIBUTED NOTHING
001950*    TO THE PUBLISHED TOTALS, SO ITS DELTA IS ITS FULL FUEL
001960*-----------------------------------------------------------------
001970 01  WS-FUEL-SIMPLE               PIC S9(10).
001980 01  WS-FUEL-RECURSIVE            PIC S9(10).
001990 01  WS-TOTAL-FUEL-DELTA          PIC S9(10)  VALUE ZERO.
002000 01  WS-TOTAL-RECURSIVE-DELTA     PIC 9(10)   VALUE ZERO.
002010*-----------------------------------------------------------------
002020*    RUN IDENTIFICATION
002030*-----------------------------------------------------------------
002040 01  WS-RUN-DATE.
002050     05  WS-RUN-YYYY              PIC 9(04).
002060     05  WS-RUN-MM                PIC 9(02).
002070     05  WS-RUN-DD                PIC 9(02).
002080 01  WS-RUN-DATE-DISPLAY          PIC X(10).
002090*-----------------------------------------------------------------
002100*    DESTINATION FOR FUEL RATES - FROM THE PARM, DEFAULT EARTH
002110*-----------------------------------------------------------------
002120 01  WS-DEST-CODE                 PIC X(08)   VALUE 'EARTH'.
002130 01  WS-PARM-LENGTH               PIC S9(04)  COMP VALUE ZERO.
002140*-----------------------------------------------------------------
002150*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
002160*-----------------------------------------------------------------
002170 01  WS-RUNLOG-AREA.
002180     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'MASSCORR'.
002190     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
002200     05  RA-INPUT-NAME            PIC X(20)   VALUE 'CORRECTS'.
002210     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
002220     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
002230     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
002240     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
002250*-----------------------------------------------------------------
002260*    PERIOD-CONTROL LOOKUP AREA FOR THE SHARED PRDLOOK ROUTINE
002270*-----------------------------------------------------------------
002280 01  WS-PRDLOOK-AREA.
002290     05  PR-POST-DATE             PIC X(10).
002300     05  PR-PERIOD                PIC X(07).
002310     05  PR-STATUS                PIC X(01).
002320     05  PR-CLOSE-NUMBER          PIC 9(02).
002330     05  PR-CHANGED-BY            PIC X(08).
002340     05  PR-CHANGED-DATE          PIC X(10).
002350 LINKAGE SECTION.
002360*-----------------------------------------------------------------
002370*    LK-PARM - THE JCL PARM STRING, DELIVERED LENGTH-PREFIXED PER
002380*    MVS CONVENTION (E.G. PARM='MARS'). OMITTED OR BLANK MEANS
002390*    THE STANDARD EARTH PROFILE.
002400*-----------------------------------------------------------------
002410 01  LK-PARM.
002420     05  LK-PARM-LENGTH           PIC S9(04) COMP.
002430     05  LK-PARM-DATA             PIC X(08).
002440 PROCEDURE DIVISION USING LK-PARM.
002450*-----------------------------------------------------------------
002460*    0000-MAINLINE
002470*-----------------------------------------------------------------
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE
002500         THRU 1000-INITIALIZE-EXIT.
002510     IF RETURN-CODE NOT = ZERO
002520         GO TO 0000-MAINLINE-EXIT
002530     END-IF.
002540     PERFORM 2000-PROCESS-CORRECTIONS
002550         THRU 2000-PROCESS-CORRECTIONS-EXIT.
002560     PERFORM 9000-TERMINATE
002570         THRU 9000-TERMINATE-EXIT.
002580 0000-MAINLINE-EXIT.
002590     STOP RUN.
002600*-----------------------------------------------------------------
002610*    1000-INITIALIZE - LOAD THE EXCEPTION TABLE AND OPEN THE
002620*    CORRECTIONS, ADJUSTMENT, AND REPORT FILES
002630*-----------------------------------------------------------------
002640 1000-INITIALIZE.
002650     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
002660     IF WS-PARM-LENGTH > 8
002670         MOVE 8 TO WS-PARM-LENGTH
002680     END-IF.
002690     IF WS-PARM-LENGTH > ZERO
002700         MOVE LK-PARM-DATA(1:WS-PARM-LENGTH) TO WS-DEST-CODE
002710     END-IF.
002720     IF WS-DEST-CODE = SPACES
002730         MOVE 'EARTH' TO WS-DEST-CODE
002740     END-IF.
002750     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002760     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
002770         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
002780     MOVE 'S' TO RA-PHASE.
002790     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
002800     PERFORM 1200-CHECK-PERIOD-OPEN
002810         THRU 1200-CHECK-PERIOD-OPEN-EXIT.
002820     IF RETURN-CODE NOT = ZERO
002830         GO TO 1000-INITIALIZE-EXIT
002840     END-IF.
002850     OPEN INPUT MASSEXCP.
002860     IF WS-MASSEXCP-STATUS NOT = '00'
002870         DISPLAY "MASSCORR: UNABLE TO OPEN THE MASSEXCP DATASET"
002880         DISPLAY "MASSCORR: FILE STATUS = " WS-MASSEXCP-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         GO TO 1000-INITIALIZE-EXIT
002910     END-IF.
002920     PERFORM 1100-LOAD-EXCEPTION-TABLE
002930         THRU 1100-LOAD-EXCEPTION-TABLE-EXIT.
002940     CLOSE MASSEXCP.
002950     OPEN INPUT CORRECTS.
002960     IF WS-CORRECTS-STATUS NOT = '00'
002970         DISPLAY "MASSCORR: UNABLE TO OPEN THE CORRECTIONS FILE"
002980         DISPLAY "MASSCORR: FILE STATUS = " WS-CORRECTS-STATUS
002990         MOVE 16 TO RETURN-CODE
003000         GO TO 1000-INITIALIZE-EXIT
003010     END-IF.
003020     OPEN OUTPUT FUELADJ.
003030     OPEN OUTPUT CORRRPT.
003040     OPEN I-O EXCPMST.
003050     IF WS-EXCPMST-STATUS = '00'
003060         SET EXCPMST-FILE-OPEN TO TRUE
003070     ELSE
003080         DISPLAY "MASSCORR: EXCEPTION MASTER UNAVAILABLE -"
003090             " CORRECTIONS WILL NOT CLOSE ITS RECORDS"
003100         DISPLAY "MASSCORR: FILE STATUS = " WS-EXCPMST-STATUS
003110         SET EXCPMST-UNAVAILABLE TO TRUE
003120     END-IF.
003130 1000-INITIALIZE-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160*    1100-LOAD-EXCEPTION-TABLE - READ THE DAY'S EXCEPTIONS INTO
003170*    THE MATCH TABLE
003180*-----------------------------------------------------------------
003190 1100-LOAD-EXCEPTION-TABLE.
003200     PERFORM 1110-READ-ONE-EXCEPTION
003210         THRU 1110-READ-ONE-EXCEPTION-EXIT
003220         UNTIL END-OF-MASSEXCP-FILE.
003230     DISPLAY "MASSCORR: EXCEPTIONS ON FILE: " WS-EXCEPTION-COUNT.
003240 1100-LOAD-EXCEPTION-TABLE-EXIT.
003250     EXIT.
003260*-----------------------------------------------------------------
003270*    1110-READ-ONE-EXCEPTION - LOAD ONE EXCEPTION RECORD
003280*-----------------------------------------------------------------
003290 1110-READ-ONE-EXCEPTION.
003300     READ MASSEXCP
003310         AT END
003320             MOVE 'Y' TO WS-MASSEXCP-EOF
003330             GO TO 1110-READ-ONE-EXCEPTION-EXIT
003340     END-READ.
003350     IF WS-EXCEPTION-COUNT NOT < WS-EXCEPTION-MAX
003360         DISPLAY "MASSCORR: MORE THAN " WS-EXCEPTION-MAX
003370             " EXCEPTIONS - " ME-MODULE-ID " NOT MATCHABLE"
003380         GO TO 1110-READ-ONE-EXCEPTION-EXIT
003390     END-IF.
003400     ADD 1 TO WS-EXCEPTION-COUNT.
003410     MOVE ME-MODULE-ID TO EX-MODULE-ID (WS-EXCEPTION-COUNT).
003420     MOVE ME-RAW-MASS-VALUE
003430         TO EX-RAW-MASS-VALUE (WS-EXCEPTION-COUNT).
003440     MOVE 'N' TO EX-USED-SW (WS-EXCEPTION-COUNT).
003450 1110-READ-ONE-EXCEPTION-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------------
003480*    1200-CHECK-PERIOD-OPEN - REFUSE TO POST ADJUSTMENTS DATED IN
003490*    AN ACCOUNTING PERIOD PRDCLOSE HAS CLOSED, UNLESS PRDOPEN HAS
003500*    LOGGED A REOPEN. A REFUSAL ENDS THE RUN BEFORE
003510*    9000-TERMINATE, SO ITS END-OF-RUN RECORD IS WRITTEN HERE.
003520*-----------------------------------------------------------------
003530 1200-CHECK-PERIOD-OPEN.
003540     MOVE WS-RUN-DATE-DISPLAY TO PR-POST-DATE.
003550     CALL 'PRDLOOK' USING WS-PRDLOOK-AREA.
003560     IF PR-STATUS = 'R'
003570         DISPLAY "MASSCORR: PERIOD " PR-PERIOD " WAS REOPENED BY "
003580             PR-CHANGED-BY " ON " PR-CHANGED-DATE
003590         GO TO 1200-CHECK-PERIOD-OPEN-EXIT
003600     END-IF.
003610     IF PR-STATUS = 'C'
003620         DISPLAY "MASSCORR: PERIOD " PR-PERIOD " WAS CLOSED BY "
003630             PR-CHANGED-BY " ON " PR-CHANGED-DATE
003640         DISPLAY "MASSCORR: NOTHING POSTED - THE PERIOD MUST BE"
003650             " REOPENED THROUGH PRDOPEN FIRST"
003660         MOVE 12 TO RETURN-CODE
003670     END-IF.
003680     IF PR-STATUS = 'U'
003690         DISPLAY "MASSCORR: PERIOD CONTROL UNAVAILABLE - NOTHING"
003700             " POSTED"
003710         MOVE 16 TO RETURN-CODE
003720     END-IF.
003730     IF RETURN-CODE NOT = ZERO
003740         MOVE 'E' TO RA-PHASE
003750         MOVE RETURN-CODE TO RA-RETURN-CODE
003760         CALL 'RUNLOG' USING WS-RUNLOG-AREA
003770     END-IF.
003780 1200-CHECK-PERIOD-OPEN-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810*    2000-PROCESS-CORRECTIONS - MAIN READ LOOP
003820*-----------------------------------------------------------------
003830 2000-PROCESS-CORRECTIONS.
003840     PERFORM UNTIL END-OF-CORRECTS-FILE
003850         READ CORRECTS
003860             AT END
003870                 MOVE 'Y' TO WS-CORRECTS-EOF
003880             NOT AT END
003890                 PERFORM 2010-APPLY-CORRECTION
003900                     THRU 2010-APPLY-CORRECTION-EXIT
003910         END-READ
003920     END-PERFORM.
003930 2000-PROCESS-CORRECTIONS-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------------
003960*    2010-APPLY-CORRECTION - MATCH ONE CORRECTION AGAINST THE
003970*    EXCEPTION TABLE, VALIDATE THE CORRECTED VALUE, AND POST
003980*    ITS FUEL DELTA
003990*-----------------------------------------------------------------
004000 2010-APPLY-CORRECTION.
004010     ADD 1 TO WS-CORRECTION-COUNT.
004020     PERFORM 2020-FIND-EXCEPTION
004030         THRU 2020-FIND-EXCEPTION-EXIT.
004040     IF EXCEPTION-NOT-MATCHED
004050         PERFORM 2040-REPORT-FAILURE
004060             THRU 2040-REPORT-FAILURE-EXIT
004070         GO TO 2010-APPLY-CORRECTION-EXIT
004080     END-IF.
004090     MOVE CO-MASS-VALUE TO WS-NEW-MASS-TEXT.
004100     PERFORM 2050-VALIDATE-MASS-NUMBER
004110         THRU 2050-VALIDATE-MASS-NUMBER-EXIT.
004120     IF MASS-VALUE-NOT-VALID
004130         PERFORM 2040-REPORT-FAILURE
004140             THRU 2040-REPORT-FAILURE-EXIT
004150         GO TO 2010-APPLY-CORRECTION-EXIT
004160     END-IF.
004170     MOVE 'Y' TO EX-USED-SW (WS-EXCEPTION-SUB).
004180     PERFORM 2060-CLOSE-MASTER-RECORD
004190         THRU 2060-CLOSE-MASTER-RECORD-EXIT.
004200     CALL 'MASSCALC' USING WS-NEW-MASS-NUMBER
004210         WS-FUEL-SIMPLE WS-FUEL-RECURSIVE WS-DEST-CODE
004220         WS-RUN-DATE-DISPLAY.
004230     ADD WS-FUEL-SIMPLE TO WS-TOTAL-FUEL-DELTA.
004240     ADD WS-FUEL-RECURSIVE TO WS-TOTAL-RECURSIVE-DELTA.
004250     ADD 1 TO WS-APPLIED-COUNT.
004260     PERFORM 2030-WRITE-ADJUSTMENT
004270         THRU 2030-WRITE-ADJUSTMENT-EXIT.
004280     MOVE SPACES TO CORRRPT-RECORD.
004290     MOVE CO-MODULE-ID TO CR-MODULE-ID.
004300     MOVE CO-MASS-VALUE TO CR-MASS-VALUE.
004310     MOVE 'APPLIED' TO CR-DISPOSITION.
004320     WRITE CORRRPT-RECORD.
004330 2010-APPLY-CORRECTION-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------------
004360*    2020-FIND-EXCEPTION - FIRST UNUSED EXCEPTION TABLE ENTRY
004370*    FOR THE CORRECTION'S MODULE-ID. LEAVES WS-EXCEPTION-SUB
004380*    POINTING AT THE ENTRY FOUND. A CORRECTION WHOSE MODULE IS
004390*    ON FILE BUT ALREADY CORRECTED IS TREATED AS UNMATCHED SO A
004400*    DUPLICATE CORRECTION CANNOT POST ITS DELTA TWICE.
004410*-----------------------------------------------------------------
004420 2020-FIND-EXCEPTION.
004430     SET EXCEPTION-NOT-MATCHED TO TRUE.
004440     MOVE 1 TO WS-EXCEPTION-SUB.
004450     PERFORM 2025-TEST-EXCEPTION
004460         THRU 2025-TEST-EXCEPTION-EXIT
004470         UNTIL EXCEPTION-MATCHED
004480            OR WS-EXCEPTION-SUB > WS-EXCEPTION-COUNT.
004490 2020-FIND-EXCEPTION-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------------
004520*    2025-TEST-EXCEPTION - DOES THIS ENTRY MATCH THE CORRECTION
004530*-----------------------------------------------------------------
004540 2025-TEST-EXCEPTION.
004550     IF EX-MODULE-ID (WS-EXCEPTION-SUB) = CO-MODULE-ID
004560             AND EX-USED-SW (WS-EXCEPTION-SUB) = 'N'
004570         SET EXCEPTION-MATCHED TO TRUE
004580     ELSE
004590         ADD 1 TO WS-EXCEPTION-SUB
004600     END-IF.
004610 2025-TEST-EXCEPTION-EXIT.
004620     EXIT.
004630*-----------------------------------------------------------------
004640*    2030-WRITE-ADJUSTMENT - ONE FUEL ADJUSTMENT RECORD FOR A
004650*    CORRECTED MODULE
004660*-----------------------------------------------------------------
004670 2030-WRITE-ADJUSTMENT.
004680     MOVE SPACES TO FUELADJ-RECORD.
004690     MOVE WS-RUN-DATE-DISPLAY TO AJ-RUN-DATE.
004700     MOVE CO-MODULE-ID TO AJ-MODULE-ID.
004710     MOVE WS-NEW-MASS-NUMBER TO AJ-CORRECTED-MASS.
004720     MOVE WS-FUEL-SIMPLE TO AJ-FUEL-DELTA.
004730     MOVE WS-FUEL-RECURSIVE TO AJ-RECURSIVE-DELTA.
004740     MOVE WS-DEST-CODE TO AJ-DEST-CODE.
004750     WRITE FUELADJ-RECORD.
004760 2030-WRITE-ADJUSTMENT-EXIT.
004770     EXIT.
004780*-----------------------------------------------------------------
004790*    2040-REPORT-FAILURE - ONE REPORT LINE FOR A CORRECTION THAT
004800*    COULD NOT BE APPLIED
004810*-----------------------------------------------------------------
004820 2040-REPORT-FAILURE.
004830     ADD 1 TO WS-FAILED-COUNT.
004840     MOVE SPACES TO CORRRPT-RECORD.
004850     MOVE CO-MODULE-ID TO CR-MODULE-ID.
004860     MOVE CO-MASS-VALUE TO CR-MASS-VALUE.
004870     IF EXCEPTION-NOT-MATCHED
004880         MOVE 'NO MATCHING EXCEPTION' TO CR-DISPOSITION
004890     ELSE
004900         MOVE 'INVALID CORRECTED MASS' TO CR-DISPOSITION
004910     END-IF.
004920     WRITE CORRRPT-RECORD.
004930     DISPLAY "MASSCORR: CORRECTION FOR " CO-MODULE-ID
004940         " NOT APPLIED - " CR-DISPOSITION.
004950 2040-REPORT-FAILURE-EXIT.
004960     EXIT.
004970*-----------------------------------------------------------------
004980*    2050-VALIDATE-MASS-NUMBER - REJECT BLANK/NON-NUMERIC/ZERO,
004990*    THE SAME RULES THE FUEL CALCULATION RUN APPLIES
005000*-----------------------------------------------------------------
005010 2050-VALIDATE-MASS-NUMBER.
005020     SET MASS-VALUE-NOT-VALID TO TRUE.
005030     IF WS-NEW-MASS-NUMBER IS NUMERIC
005040             AND WS-NEW-MASS-NUMBER > ZERO
005050         SET MASS-VALUE-VALID TO TRUE
005060     END-IF.
005070 2050-VALIDATE-MASS-NUMBER-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100*    2060-CLOSE-MASTER-RECORD - MARK THE MODULE'S EXCEPTION
005110*    MASTER RECORD CLOSED NOW THAT ITS CORRECTION HAS POSTED.
005120*    A MODULE WITH NO MASTER RECORD (THE MASTER WAS LOADED
005130*    AFTER THE EXCEPTION AROSE) IS SIMPLY LEFT ALONE.
005140*-----------------------------------------------------------------
005150 2060-CLOSE-MASTER-RECORD.
005160     IF NOT EXCPMST-FILE-OPEN
005170         GO TO 2060-CLOSE-MASTER-RECORD-EXIT
005180     END-IF.
005190     MOVE CO-MODULE-ID TO EM-MODULE-ID.
005200     READ EXCPMST
005210         INVALID KEY
005220             GO TO 2060-CLOSE-MASTER-RECORD-EXIT
005230     END-READ.
005240     MOVE 'C' TO EM-STATUS.
005250     MOVE WS-RUN-DATE-DISPLAY TO EM-CLOSED-DATE.
005260     REWRITE EXCPMST-RECORD.
005270 2060-CLOSE-MASTER-RECORD-EXIT.
005280     EXIT.
005290*-----------------------------------------------------------------
005300*    9000-TERMINATE - WRITE THE TOTAL ADJUSTMENT, CLOSE FILES,
005310*    AND REPORT THE CYCLE
005320*-----------------------------------------------------------------
005330 9000-TERMINATE.
005340     MOVE SPACES TO FUELADJ-RECORD.
005350     MOVE WS-RUN-DATE-DISPLAY TO AJ-RUN-DATE.
005360     MOVE 'TOTAL' TO AJ-MODULE-ID.
005370     MOVE ZERO TO AJ-CORRECTED-MASS.
005380     MOVE WS-TOTAL-FUEL-DELTA TO AJ-FUEL-DELTA.
005390     MOVE WS-TOTAL-RECURSIVE-DELTA TO AJ-RECURSIVE-DELTA.
005400     MOVE WS-DEST-CODE TO AJ-DEST-CODE.
005410     WRITE FUELADJ-RECORD.
005420     CLOSE CORRECTS.
005430     CLOSE FUELADJ.
005440     CLOSE CORRRPT.
005450     IF EXCPMST-FILE-OPEN
005460         CLOSE EXCPMST
005470     END-IF.
005480     DISPLAY "MASSCORR: DESTINATION:         " WS-DEST-CODE.
005490     DISPLAY "MASSCORR: CORRECTIONS READ:    "
005500         WS-CORRECTION-COUNT.
005510     DISPLAY "MASSCORR: CORRECTIONS APPLIED: " WS-APPLIED-COUNT.
005520     DISPLAY "MASSCORR: CORRECTIONS FAILED:  " WS-FAILED-COUNT.
005530     DISPLAY "MASSCORR: FUEL TOTAL DELTA:    "
005540         WS-TOTAL-FUEL-DELTA.
005550     DISPLAY "MASSCORR: RECURSIVE DELTA:     "
005560         WS-TOTAL-RECURSIVE-DELTA.
005570     IF WS-FAILED-COUNT > ZERO
005580             AND RETURN-CODE = ZERO
005590         MOVE 4 TO RETURN-CODE
005600     END-IF.
005610     MOVE 'E' TO RA-PHASE.
005620     MOVE WS-CORRECTION-COUNT TO RA-RECORDS-READ.
005630     MOVE WS-FAILED-COUNT TO RA-RECORDS-REJECTED.
005640     MOVE WS-TOTAL-FUEL-DELTA TO RA-FINAL-TOTAL.
005650     MOVE RETURN-CODE TO RA-RETURN-CODE.
005660     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
005670 9000-TERMINATE-EXIT.
005680     EXIT.
