000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRDOPEN.
000030 AUTHOR.        J HEWSON.
000040 INSTALLATION.  MISSION PLANNING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100*    DATE        INIT  DESCRIPTION
000110*    2026-10-15  JH    CONTROLLED REOPEN OF A CLOSED ACCOUNTING
000120*                      PERIOD. EACH REOPEN TRANSACTION NAMES THE
000130*                      PERIOD, THE ID OF THE PERSON REOPENING IT,
000140*                      THE ID OF A SECOND PERSON AUTHORISING IT,
000150*                      AND THE REASON. A VALID TRANSACTION MARKS
000160*                      THE PERIOD REOPENED ON THE PERIOD-CONTROL
000170*                      KSDS, WHICH LETS THE FUEL RUN, MASSCORR,
000180*                      FUELRSTM, AND RATEMNT POST INTO IT AGAIN
000190*                      UNTIL PRDCLOSE CLOSES IT ONCE MORE. EVERY
000200*                      TRANSACTION, ACTED ON OR REFUSED, IS
000210*                      APPENDED TO THE PERMANENT PERIOD LOG. A
000220*                      REOPEN AUTHORISED BY THE SAME ID THAT
000230*                      REQUESTED IT IS REFUSED AND ENDS THE STEP
000240*                      RC 8; ANY OTHER REFUSED TRANSACTION ENDS
000250*                      RC 4.
000260*-----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PRDCTL ASSIGN TO PRDCTLD
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS PD-PERIOD
000340         FILE STATUS IS WS-PRDCTL-STATUS.
000350     SELECT REOPTRAN ASSIGN TO 'REOPTRAN.DAT'
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-REOPTRAN-STATUS.
000380     SELECT OPTIONAL PRDLOG ASSIGN TO 'PRDLOG.DAT'
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PRDLOG-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430*-----------------------------------------------------------------
000440*    PRDCTLD - PERIOD-CONTROL KSDS, KEYED ON THE PERIOD
000450*    (YYYY-MM). STATUS IS C (CLOSED) OR R (REOPENED). THE CLOSE
000460*    NUMBER COUNTS THE TIMES PRDCLOSE HAS CLOSED THE PERIOD.
000470*    THE REOPEN COLUMNS HOLD THE LATEST REOPEN. LAYOUT MATCHES
000480*    PRDCLOSE AND THE SHARED PRDLOOK ROUTINE.
000490*-----------------------------------------------------------------
000500 FD  PRDCTL.
000510 01  PRDCTL-RECORD.
000520     05  PD-PERIOD                PIC X(07).
000530     05  PD-SPACER-1              PIC X(01).
000540     05  PD-STATUS                PIC X(01).
000550     05  PD-SPACER-2              PIC X(01).
000560     05  PD-CLOSE-NUMBER          PIC 9(02).
000570     05  PD-SPACER-3              PIC X(01).
000580     05  PD-CLOSED-DATE           PIC X(10).
000590     05  PD-SPACER-4              PIC X(01).
000600     05  PD-CLOSED-BY             PIC X(08).
000610     05  PD-SPACER-5              PIC X(01).
000620     05  PD-REOPENED-DATE         PIC X(10).
000630     05  PD-SPACER-6              PIC X(01).
000640     05  PD-REOPENED-BY           PIC X(08).
000650     05  PD-SPACER-7              PIC X(01).
000660     05  PD-AUTHORISED-BY         PIC X(08).
000670     05  PD-SPACER-8              PIC X(01).
000680     05  PD-REOPEN-REASON         PIC X(50).
000690*-----------------------------------------------------------------
000700*    REOPTRAN.DAT - REOPEN TRANSACTIONS FROM MISSION PLANNING
000710*    FINANCE. THE PERIOD (YYYY-MM), THE USER ID OF THE PERSON
000720*    REOPENING IT, THE USER ID OF THE PERSON AUTHORISING THE
000730*    REOPEN - WHO MUST BE SOMEONE ELSE - AND THE REASON.
000740*-----------------------------------------------------------------
000750 FD  REOPTRAN.
000760 01  REOPTRAN-RECORD.
000770     05  RO-PERIOD                PIC X(07).
000780     05  RO-SPACER-1              PIC X(01).
000790     05  RO-REOPENED-BY           PIC X(08).
000800     05  RO-SPACER-2              PIC X(01).
000810     05  RO-AUTHORISED-BY         PIC X(08).
000820     05  RO-SPACER-3              PIC X(01).
000830     05  RO-REASON                PIC X(50).
000840 01  REOPTRAN-PERIOD-VIEW.
000850     05  RO-PERIOD-YYYY           PIC X(04).
000860     05  RO-PERIOD-SEP            PIC X(01).
000870     05  RO-PERIOD-MM             PIC X(02).
000880     05  FILLER                   PIC X(69).
000890*-----------------------------------------------------------------
000900*    PRDLOG.DAT - PERMANENT PERIOD LOG, APPENDED BY PRDCLOSE
000910*    (ACTION CLOSE) AND HERE (ACTION REOPEN), ONE RECORD PER
000920*    CLOSE OR REOPEN ATTEMPT WITH WHO, WHY, AND WHAT BECAME OF
000930*    IT. LAYOUT MATCHES PRDCLOSE.
000940*-----------------------------------------------------------------
000950 FD  PRDLOG.
000960 01  PRDLOG-RECORD.
000970     05  LO-LOG-DATE              PIC X(10).
000980     05  LO-SPACER-1              PIC X(01).
000990     05  LO-ACTION                PIC X(06).
001000     05  LO-SPACER-2              PIC X(01).
001010     05  LO-PERIOD                PIC X(07).
001020     05  LO-SPACER-3              PIC X(01).
001030     05  LO-CLOSE-NUMBER          PIC 9(02).
001040     05  LO-SPACER-4              PIC X(01).
001050     05  LO-USER-ID               PIC X(08).
001060     05  LO-SPACER-5              PIC X(01).
001070     05  LO-AUTHORISED-BY         PIC X(08).
001080     05  LO-SPACER-6              PIC X(01).
001090     05  LO-DISPOSITION           PIC X(22).
001100     05  LO-SPACER-7              PIC X(01).
001110     05  LO-REASON                PIC X(50).
001120 WORKING-STORAGE SECTION.
001130*-----------------------------------------------------------------
001140*    SWITCHES AND COUNTERS
001150*-----------------------------------------------------------------
001160 01  WS-REOPTRAN-EOF              PIC X(01)   VALUE 'N'.
001170     88  END-OF-REOPTRAN-FILE                 VALUE 'Y'.
001180 01  WS-PRDCTL-STATUS             PIC X(02)   VALUE '00'.
001190 01  WS-REOPTRAN-STATUS           PIC X(02)   VALUE '00'.
001200 01  WS-PRDLOG-STATUS             PIC X(02)   VALUE '00'.
001210 01  WS-TRAN-COUNT                PIC 9(06)   VALUE ZERO.
001220 01  WS-REOPENED-COUNT            PIC 9(06)   VALUE ZERO.
001230 01  WS-REFUSED-COUNT             PIC 9(06)   VALUE ZERO.
001240 01  WS-SELF-AUTH-COUNT           PIC 9(06)   VALUE ZERO.
001250*-----------------------------------------------------------------
001260*    RUN IDENTIFICATION
001270*-----------------------------------------------------------------
001280 01  WS-RUN-DATE.
001290     05  WS-RUN-YYYY              PIC 9(04).
001300     05  WS-RUN-MM                PIC 9(02).
001310     05  WS-RUN-DD                PIC 9(02).
001320 01  WS-RUN-DATE-DISPLAY          PIC X(10).
001330*-----------------------------------------------------------------
001340*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
001350*-----------------------------------------------------------------
001360 01  WS-RUNLOG-AREA.
001370     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'PRDOPEN'.
001380     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
001390     05  RA-INPUT-NAME            PIC X(20)   VALUE 'REOPTRAN'.
001400     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
001410     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
001420     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
001430     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
001440 PROCEDURE DIVISION.
001450*-----------------------------------------------------------------
001460*    0000-MAINLINE
001470*-----------------------------------------------------------------
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE
001500         THRU 1000-INITIALIZE-EXIT.
001510     IF RETURN-CODE NOT = ZERO
001520         GO TO 0000-MAINLINE-EXIT
001530     END-IF.
001540     PERFORM 2000-PROCESS-REOPENS
001550         THRU 2000-PROCESS-REOPENS-EXIT.
001560     PERFORM 9000-TERMINATE
001570         THRU 9000-TERMINATE-EXIT.
001580 0000-MAINLINE-EXIT.
001590     STOP RUN.
001600*-----------------------------------------------------------------
001610*    1000-INITIALIZE - OPEN THE PERIOD-CONTROL FILE FOR UPDATE,
001620*    THE REOPEN TRANSACTIONS, AND THE PERIOD LOG. A CONTROL FILE
001630*    NOTHING HAS BEEN LOADED INTO YET HOLDS NO CLOSED PERIOD, SO
001640*    EVERY TRANSACTION AGAINST IT IS REFUSED.
001650*-----------------------------------------------------------------
001660 1000-INITIALIZE.
001670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001680     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
001690         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
001700     MOVE 'S' TO RA-PHASE.
001710     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
001720     OPEN I-O PRDCTL.
001730     IF WS-PRDCTL-STATUS = '35'
001740         DISPLAY "PRDOPEN: NO PERIOD-CONTROL FILE YET - LOADING A"
001750             " NEW ONE"
001760         OPEN OUTPUT PRDCTL
001770         IF WS-PRDCTL-STATUS = '00'
001780             CLOSE PRDCTL
001790             OPEN I-O PRDCTL
001800         END-IF
001810     END-IF.
001820     IF WS-PRDCTL-STATUS NOT = '00'
001830         DISPLAY "PRDOPEN: UNABLE TO OPEN THE PERIOD-CONTROL FILE"
001840         DISPLAY "PRDOPEN: FILE STATUS = " WS-PRDCTL-STATUS
001850         MOVE 16 TO RETURN-CODE
001860         GO TO 1000-INITIALIZE-EXIT
001870     END-IF.
001880     OPEN INPUT REOPTRAN.
001890     IF WS-REOPTRAN-STATUS NOT = '00'
001900         DISPLAY "PRDOPEN: UNABLE TO OPEN THE REOPEN FILE"
001910         DISPLAY "PRDOPEN: FILE STATUS = " WS-REOPTRAN-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         CLOSE PRDCTL
001940         GO TO 1000-INITIALIZE-EXIT
001950     END-IF.
001960     OPEN EXTEND PRDLOG.
001970     IF WS-PRDLOG-STATUS NOT = '00'
001980             AND WS-PRDLOG-STATUS NOT = '05'
001990         DISPLAY "PRDOPEN: UNABLE TO EXTEND THE PERIOD LOG"
002000         DISPLAY "PRDOPEN: FILE STATUS = " WS-PRDLOG-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         CLOSE PRDCTL
002030         CLOSE REOPTRAN
002040         GO TO 1000-INITIALIZE-EXIT
002050     END-IF.
002060 1000-INITIALIZE-EXIT.
002070     EXIT.
002080*-----------------------------------------------------------------
002090*    2000-PROCESS-REOPENS - MAIN REOPEN READ LOOP
002100*-----------------------------------------------------------------
002110 2000-PROCESS-REOPENS.
002120     PERFORM 2010-APPLY-ONE-REOPEN
002130         THRU 2010-APPLY-ONE-REOPEN-EXIT
002140         UNTIL END-OF-REOPTRAN-FILE.
002150 2000-PROCESS-REOPENS-EXIT.
002160     EXIT.
002170*-----------------------------------------------------------------
002180*    2010-APPLY-ONE-REOPEN - VALIDATE ONE REOPEN AND MARK THE
002190*    PERIOD REOPENED. ONLY A CLOSED PERIOD CAN BE REOPENED, ONLY
002200*    WITH A REASON, AND NEVER ON THE AUTHORITY OF THE PERSON
002210*    ASKING. EVERY PATH WRITES EXACTLY ONE LOG RECORD.
002220*-----------------------------------------------------------------
002230 2010-APPLY-ONE-REOPEN.
002240     READ REOPTRAN
002250         AT END
002260             MOVE 'Y' TO WS-REOPTRAN-EOF
002270             GO TO 2010-APPLY-ONE-REOPEN-EXIT
002280     END-READ.
002290     ADD 1 TO WS-TRAN-COUNT.
002300     MOVE SPACES TO PRDLOG-RECORD.
002310     MOVE WS-RUN-DATE-DISPLAY TO LO-LOG-DATE.
002320     MOVE 'REOPEN' TO LO-ACTION.
002330     MOVE RO-PERIOD TO LO-PERIOD.
002340     MOVE ZERO TO LO-CLOSE-NUMBER.
002350     MOVE RO-REOPENED-BY TO LO-USER-ID.
002360     MOVE RO-AUTHORISED-BY TO LO-AUTHORISED-BY.
002370     MOVE RO-REASON TO LO-REASON.
002380     IF RO-PERIOD-YYYY IS NOT NUMERIC
002390             OR RO-PERIOD-SEP NOT = '-'
002400             OR RO-PERIOD-MM IS NOT NUMERIC
002410             OR RO-PERIOD-MM < '01' OR RO-PERIOD-MM > '12'
002420         PERFORM 2090-REFUSE-REOPEN
002430             THRU 2090-REFUSE-REOPEN-EXIT
002440         MOVE 'INVALID PERIOD' TO LO-DISPOSITION
002450         GO TO 2010-APPLY-ONE-REOPEN-WRITE
002460     END-IF.
002470     IF RO-REOPENED-BY = SPACES
002480         PERFORM 2090-REFUSE-REOPEN
002490             THRU 2090-REFUSE-REOPEN-EXIT
002500         MOVE 'REOPENED-BY MISSING' TO LO-DISPOSITION
002510         GO TO 2010-APPLY-ONE-REOPEN-WRITE
002520     END-IF.
002530     IF RO-AUTHORISED-BY = SPACES
002540         PERFORM 2090-REFUSE-REOPEN
002550             THRU 2090-REFUSE-REOPEN-EXIT
002560         MOVE 'AUTHORISER MISSING' TO LO-DISPOSITION
002570         GO TO 2010-APPLY-ONE-REOPEN-WRITE
002580     END-IF.
002590     IF RO-REASON = SPACES
002600         PERFORM 2090-REFUSE-REOPEN
002610             THRU 2090-REFUSE-REOPEN-EXIT
002620         MOVE 'REASON MISSING' TO LO-DISPOSITION
002630         GO TO 2010-APPLY-ONE-REOPEN-WRITE
002640     END-IF.
002650     IF RO-AUTHORISED-BY = RO-REOPENED-BY
002660         PERFORM 2090-REFUSE-REOPEN
002670             THRU 2090-REFUSE-REOPEN-EXIT
002680         ADD 1 TO WS-SELF-AUTH-COUNT
002690         MOVE 'SELF-AUTHORITY REFUSED' TO LO-DISPOSITION
002700         DISPLAY "PRDOPEN: PERIOD " RO-PERIOD " - "
002710             RO-REOPENED-BY " CANNOT AUTHORISE THEIR OWN REOPEN"
002720         GO TO 2010-APPLY-ONE-REOPEN-WRITE
002730     END-IF.
002740     MOVE RO-PERIOD TO PD-PERIOD.
002750     READ PRDCTL
002760         INVALID KEY
002770             PERFORM 2090-REFUSE-REOPEN
002780                 THRU 2090-REFUSE-REOPEN-EXIT
002790             MOVE 'PERIOD NOT CLOSED' TO LO-DISPOSITION
002800             GO TO 2010-APPLY-ONE-REOPEN-WRITE
002810     END-READ.
002820     IF WS-PRDCTL-STATUS NOT = '00'
002830         PERFORM 2090-REFUSE-REOPEN
002840             THRU 2090-REFUSE-REOPEN-EXIT
002850         MOVE 'I-O ERROR ON CONTROL' TO LO-DISPOSITION
002860         DISPLAY "PRDOPEN: FILE STATUS = " WS-PRDCTL-STATUS
002870         MOVE 8 TO RETURN-CODE
002880         GO TO 2010-APPLY-ONE-REOPEN-WRITE
002890     END-IF.
002900     MOVE PD-CLOSE-NUMBER TO LO-CLOSE-NUMBER.
002910     IF PD-STATUS NOT = 'C'
002920         PERFORM 2090-REFUSE-REOPEN
002930             THRU 2090-REFUSE-REOPEN-EXIT
002940         MOVE 'ALREADY REOPENED' TO LO-DISPOSITION
002950         GO TO 2010-APPLY-ONE-REOPEN-WRITE
002960     END-IF.
002970     MOVE 'R' TO PD-STATUS.
002980     MOVE WS-RUN-DATE-DISPLAY TO PD-REOPENED-DATE.
002990     MOVE RO-REOPENED-BY TO PD-REOPENED-BY.
003000     MOVE RO-AUTHORISED-BY TO PD-AUTHORISED-BY.
003010     MOVE RO-REASON TO PD-REOPEN-REASON.
003020     REWRITE PRDCTL-RECORD
003030         INVALID KEY
003040             CONTINUE
003050     END-REWRITE.
003060     IF WS-PRDCTL-STATUS NOT = '00'
003070         PERFORM 2090-REFUSE-REOPEN
003080             THRU 2090-REFUSE-REOPEN-EXIT
003090         MOVE 'I-O ERROR ON CONTROL' TO LO-DISPOSITION
003100         DISPLAY "PRDOPEN: FILE STATUS = " WS-PRDCTL-STATUS
003110         MOVE 8 TO RETURN-CODE
003120         GO TO 2010-APPLY-ONE-REOPEN-WRITE
003130     END-IF.
003140     ADD 1 TO WS-REOPENED-COUNT.
003150     MOVE 'REOPENED' TO LO-DISPOSITION.
003160     DISPLAY "PRDOPEN: PERIOD " RO-PERIOD " REOPENED BY "
003170         RO-REOPENED-BY " ON THE AUTHORITY OF " RO-AUTHORISED-BY.
003180 2010-APPLY-ONE-REOPEN-WRITE.
003190     WRITE PRDLOG-RECORD.
003200 2010-APPLY-ONE-REOPEN-EXIT.
003210     EXIT.
003220*-----------------------------------------------------------------
003230*    2090-REFUSE-REOPEN - COMMON REFUSAL BOOKKEEPING. THE CALLER
003240*    SUPPLIES THE DISPOSITION TEXT AFTER THE PERFORM.
003250*-----------------------------------------------------------------
003260 2090-REFUSE-REOPEN.
003270     ADD 1 TO WS-REFUSED-COUNT.
003280     DISPLAY "PRDOPEN: REFUSED TRAN " WS-TRAN-COUNT
003290         " PERIOD " RO-PERIOD " BY " RO-REOPENED-BY.
003300 2090-REFUSE-REOPEN-EXIT.
003310     EXIT.
003320*-----------------------------------------------------------------
003330*    9000-TERMINATE - CLOSE FILES, SET THE RETURN CODE, AND LOG
003340*    THE RUN. A SELF-AUTHORISED REOPEN ENDS THE STEP RC 8, ANY
003350*    OTHER REFUSAL RC 4.
003360*-----------------------------------------------------------------
003370 9000-TERMINATE.
003380     CLOSE REOPTRAN.
003390     CLOSE PRDLOG.
003400     CLOSE PRDCTL.
003410     DISPLAY "PRDOPEN: TRANSACTIONS READ:    " WS-TRAN-COUNT.
003420     DISPLAY "PRDOPEN: PERIODS REOPENED:     " WS-REOPENED-COUNT.
003430     DISPLAY "PRDOPEN: TRANSACTIONS REFUSED: " WS-REFUSED-COUNT.
003440     IF WS-SELF-AUTH-COUNT > ZERO
003450             AND RETURN-CODE < 8
003460         MOVE 8 TO RETURN-CODE
003470     END-IF.
003480     IF WS-REFUSED-COUNT > ZERO
003490             AND RETURN-CODE < 4
003500         MOVE 4 TO RETURN-CODE
003510     END-IF.
003520     MOVE 'E' TO RA-PHASE.
003530     MOVE WS-TRAN-COUNT TO RA-RECORDS-READ.
003540     MOVE WS-REFUSED-COUNT TO RA-RECORDS-REJECTED.
003550     MOVE WS-REOPENED-COUNT TO RA-FINAL-TOTAL.
003560     MOVE RETURN-CODE TO RA-RETURN-CODE.
003570     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
003580 9000-TERMINATE-EXIT.
003590     EXIT.
