000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRDLOOK.
000030 AUTHOR.        J HEWSON.
000040 INSTALLATION.  MISSION PLANNING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100*    DATE        INIT  DESCRIPTION
000110*    2026-10-15  JH    SHARED PERIOD-CONTROL LOOKUP. A CALLER
000120*                      NAMES THE DATE IT IS ABOUT TO PUBLISH OR
000130*                      POST UNDER AND GETS BACK THE ACCOUNTING
000140*                      PERIOD (YYYY-MM) AND WHETHER PRDCLOSE HAS
000150*                      CLOSED IT, WITH WHO CLOSED OR REOPENED IT
000160*                      AND WHEN. THE CONTROL FILE IS OPENED ON THE
000170*                      FIRST CALL AND LEFT OPEN. A FILE THAT HAS
000180*                      NEVER BEEN LOADED MEANS NO PERIOD HAS EVER
000190*                      BEEN CLOSED; ANY OTHER FAILURE COMES BACK
000200*                      UNAVAILABLE AND THE CALLER MUST NOT POST.
000210*-----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PRDCTL ASSIGN TO PRDCTLD
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS PD-PERIOD
000290         FILE STATUS IS WS-PRDCTL-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320*-----------------------------------------------------------------
000330*    PRDCTLD - PERIOD-CONTROL KSDS, KEYED ON THE PERIOD
000340*    (YYYY-MM). A PERIOD WITH NO RECORD IS OPEN. STATUS IS C
000350*    (CLOSED BY PRDCLOSE) OR R (REOPENED BY PRDOPEN). LAYOUT
000360*    MATCHES PRDCLOSE AND PRDOPEN, WHICH MAINTAIN IT.
000370*-----------------------------------------------------------------
000380 FD  PRDCTL.
000390 01  PRDCTL-RECORD.
000400     05  PD-PERIOD                PIC X(07).
000410     05  PD-SPACER-1              PIC X(01).
000420     05  PD-STATUS                PIC X(01).
000430     05  PD-SPACER-2              PIC X(01).
000440     05  PD-CLOSE-NUMBER          PIC 9(02).
000450     05  PD-SPACER-3              PIC X(01).
000460     05  PD-CLOSED-DATE           PIC X(10).
000470     05  PD-SPACER-4              PIC X(01).
000480     05  PD-CLOSED-BY             PIC X(08).
000490     05  PD-SPACER-5              PIC X(01).
000500     05  PD-REOPENED-DATE         PIC X(10).
000510     05  PD-SPACER-6              PIC X(01).
000520     05  PD-REOPENED-BY           PIC X(08).
000530     05  PD-SPACER-7              PIC X(01).
000540     05  PD-AUTHORISED-BY         PIC X(08).
000550     05  PD-SPACER-8              PIC X(01).
000560     05  PD-REOPEN-REASON         PIC X(50).
000570 WORKING-STORAGE SECTION.
000580 01  WS-PRDCTL-STATUS             PIC X(02)   VALUE '00'.
000590 01  WS-OPEN-SW                   PIC X(01)   VALUE 'N'.
000600     88  CONTROL-FILE-OPEN                    VALUE 'Y'.
000610     88  CONTROL-NOT-TRIED                    VALUE 'N'.
000620     88  CONTROL-NEVER-LOADED                 VALUE 'E'.
000630     88  CONTROL-UNAVAILABLE                  VALUE 'U'.
000640 LINKAGE SECTION.
000650*-----------------------------------------------------------------
000660*    LK-PRDLOOK-AREA - SUPPLIED BY THE CALLER WITH THE POSTING
000670*    DATE (YYYY-MM-DD). THE STATUS COMES BACK 'O' (OPEN), 'C'
000680*    (CLOSED), 'R' (REOPENED), OR 'U' (CONTROL FILE
000690*    UNAVAILABLE). WHO AND WHEN ARE THE CLOSE ON A CLOSED
000700*    PERIOD AND THE REOPEN ON A REOPENED ONE.
000710*-----------------------------------------------------------------
000720 01  LK-PRDLOOK-AREA.
000730     05  LK-POST-DATE             PIC X(10).
000740     05  LK-PERIOD                PIC X(07).
000750     05  LK-STATUS                PIC X(01).
000760     05  LK-CLOSE-NUMBER          PIC 9(02).
000770     05  LK-CHANGED-BY            PIC X(08).
000780     05  LK-CHANGED-DATE          PIC X(10).
000790 PROCEDURE DIVISION USING LK-PRDLOOK-AREA.
000800*-----------------------------------------------------------------
000810*    0000-MAINLINE
000820*-----------------------------------------------------------------
000830 0000-MAINLINE.
000840     MOVE LK-POST-DATE(1:7) TO LK-PERIOD.
000850     MOVE 'O' TO LK-STATUS.
000860     MOVE ZERO TO LK-CLOSE-NUMBER.
000870     MOVE SPACES TO LK-CHANGED-BY.
000880     MOVE SPACES TO LK-CHANGED-DATE.
000890     IF CONTROL-NOT-TRIED
000900         PERFORM 1000-OPEN-CONTROL
000910             THRU 1000-OPEN-CONTROL-EXIT
000920     END-IF.
000930     IF CONTROL-NEVER-LOADED
000940         GO TO 0000-MAINLINE-GOBACK
000950     END-IF.
000960     IF CONTROL-UNAVAILABLE
000970         MOVE 'U' TO LK-STATUS
000980         GO TO 0000-MAINLINE-GOBACK
000990     END-IF.
001000     PERFORM 2000-READ-CONTROL
001010         THRU 2000-READ-CONTROL-EXIT.
001020 0000-MAINLINE-GOBACK.
001030     GOBACK.
001040*-----------------------------------------------------------------
001050*    1000-OPEN-CONTROL - FIRST-CALL OPEN. A CLUSTER NOTHING HAS
001060*    BEEN LOADED INTO YET (STATUS 35) MEANS NO PERIOD HAS BEEN
001070*    CLOSED. THE FILE IS LEFT OPEN FOR THE LIFE OF THE RUN.
001080*-----------------------------------------------------------------
001090 1000-OPEN-CONTROL.
001100     OPEN INPUT PRDCTL.
001110     IF WS-PRDCTL-STATUS = '00'
001120         SET CONTROL-FILE-OPEN TO TRUE
001130         GO TO 1000-OPEN-CONTROL-EXIT
001140     END-IF.
001150     IF WS-PRDCTL-STATUS = '35'
001160         DISPLAY "PRDLOOK: NO PERIOD HAS BEEN CLOSED YET"
001170         SET CONTROL-NEVER-LOADED TO TRUE
001180         GO TO 1000-OPEN-CONTROL-EXIT
001190     END-IF.
001200     DISPLAY "PRDLOOK: PERIOD-CONTROL FILE UNAVAILABLE".
001210     DISPLAY "PRDLOOK: FILE STATUS = " WS-PRDCTL-STATUS.
001220     SET CONTROL-UNAVAILABLE TO TRUE.
001230 1000-OPEN-CONTROL-EXIT.
001240     EXIT.
001250*-----------------------------------------------------------------
001260*    2000-READ-CONTROL - ONE KEYED READ FOR THE CALLER'S PERIOD
001270*-----------------------------------------------------------------
001280 2000-READ-CONTROL.
001290     MOVE LK-PERIOD TO PD-PERIOD.
001300     READ PRDCTL
001310         INVALID KEY
001320             GO TO 2000-READ-CONTROL-EXIT
001330     END-READ.
001340     IF WS-PRDCTL-STATUS NOT = '00'
001350         DISPLAY "PRDLOOK: I/O ERROR READING PERIOD " LK-PERIOD
001360         DISPLAY "PRDLOOK: FILE STATUS = " WS-PRDCTL-STATUS
001370         MOVE 'U' TO LK-STATUS
001380         GO TO 2000-READ-CONTROL-EXIT
001390     END-IF.
001400     MOVE PD-CLOSE-NUMBER TO LK-CLOSE-NUMBER.
001410     IF PD-STATUS = 'R'
001420         MOVE 'R' TO LK-STATUS
001430         MOVE PD-REOPENED-BY TO LK-CHANGED-BY
001440         MOVE PD-REOPENED-DATE TO LK-CHANGED-DATE
001450     ELSE
001460         MOVE 'C' TO LK-STATUS
001470         MOVE PD-CLOSED-BY TO LK-CHANGED-BY
001480         MOVE PD-CLOSED-DATE TO LK-CHANGED-DATE
001490     END-IF.
001500 2000-READ-CONTROL-EXIT.
001510     EXIT.
