000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEVCHK.
000030*--------------------------------
000040* Nightly device register check for Facilities.  Walks the
000050* device asset register (DEVICE.DAT) against PHONEFILE and
000060* prints two lists to DEVCHK.PRT:
000070*
000080*   devices still issued to an inactive employee (or to an ID
000090*     no longer on the directory) - the hardware to recover at
000100*     the exit interview;
000110*   issued devices whose number no longer matches the holder's
000120*     directory record - the cell-number for a cell phone, the
000130*     pager-number for a pager, any of work/cell/pager for other
000140*     devices that carry a number.
000150*
000160* Run from the batchwin built-in steps.  Finding exceptions is
000170* the point of the job, so they do not fail the step.
000180*
000190* 2026-10  JDF  New program.
000200*--------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240 SELECT DEVFILE ASSIGN TO "DEVICEDAT"
000250 FILE STATUS IS ws-dev-status
000260 ORGANIZATION IS INDEXED
000270 ACCESS MODE IS DYNAMIC
000280 RECORD KEY IS DEV-ASSET-TAG
000290 ALTERNATE RECORD KEY IS DEV-HOLDER-ID WITH DUPLICATES.
000300
000310 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000320 FILE STATUS IS FILE-CHECK-KEY
000330 ORGANIZATION IS INDEXED
000340 ACCESS MODE IS DYNAMIC
000350 RECORD KEY IS EMPLOYEE-ID
000360 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000370
000380 SELECT PRINT-FILE ASSIGN TO "DEVCHKPRT"
000390 ORGANIZATION IS LINE SEQUENTIAL.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD DEVFILE.
000440     COPY DEVREC.
000450
000460 FD PHONEFILE.
000470     COPY PHONEREC.
000480
000490 FD PRINT-FILE.
000500 01  PRINT-LINE                      PIC X(80).
000510
000520 WORKING-STORAGE SECTION.
000530     COPY FILESTAT.
000540     COPY RPTHEAD.
000550
000560 01  ws-dev-status                   pic x(02).
000570 01  ws-eof                          pic x(01) value space.
000580 01  ws-run-date                     pic 9(08) value zero.
000590 01  ws-pass                         pic x(01) value space.
000600     88  ws-inactive-pass            value "I".
000610     88  ws-mismatch-pass            value "M".
000620 01  ws-holder-state                 pic x(01) value space.
000630     88  ws-holder-missing           value "M".
000640     88  ws-holder-inactive          value "I".
000650     88  ws-holder-active            value "A".
000660 01  ws-expect-number                pic x(10) value spaces.
000670 01  ws-number-ok                    pic x(01) value space.
000680 01  ws-issued-count                 pic 9(05) value zero.
000690 01  ws-inactive-count               pic 9(05) value zero.
000700 01  ws-mismatch-count               pic 9(05) value zero.
000710 01  ws-section-count                pic 9(05) value zero.
000720 01  ws-text-line                    pic x(80) value spaces.
000730
000740 PROCEDURE DIVISION.
000750 PROGRAM-BEGIN.
000760     CALL "shopcfg"
000770         ON EXCEPTION
000780             DISPLAY "shopcfg not found - default "
000790                 "file locations in effect"
000800     END-CALL.
000810     ACCEPT ws-run-date FROM DATE YYYYMMDD.
000820     PERFORM OPEN-REPORT.
000830     OPEN INPUT DEVFILE.
000840     IF ws-dev-status NOT = "00"
000850         MOVE "  (no device register on file)" TO ws-text-line
000860         PERFORM SHOW-LINE
000870     ELSE
000880         OPEN INPUT PHONEFILE
000890         IF NOT RECORDFOUND
000900             MOVE "  (phone directory not available)"
000910                 TO ws-text-line
000920             PERFORM SHOW-LINE
000930         ELSE
000940             MOVE "DEVICES ISSUED TO INACTIVE OR UNKNOWN HOLDERS"
000950                 TO ws-text-line
000960             PERFORM SHOW-LINE
000970             MOVE "I" TO ws-pass
000980             PERFORM WALK-REGISTER
000990             MOVE SPACES TO ws-text-line
001000             PERFORM SHOW-LINE
001010             MOVE "DEVICE NUMBERS NOT MATCHING THE DIRECTORY"
001020                 TO ws-text-line
001030             PERFORM SHOW-LINE
001040             MOVE "M" TO ws-pass
001050             PERFORM WALK-REGISTER
001060             CLOSE PHONEFILE
001070         END-IF
001080         CLOSE DEVFILE
001090     END-IF.
001100     CLOSE PRINT-FILE.
001110     DISPLAY "Device check complete - " ws-inactive-count
001120         " held by leavers, " ws-mismatch-count
001130         " number mismatches.".
001140     STOP RUN.
001150
001160 OPEN-REPORT.
001170     OPEN OUTPUT PRINT-FILE.
001180     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001190         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001200     MOVE "DEVICE REGISTER CHECK" TO RPT-TITLE.
001210     MOVE 1 TO RPT-PAGE-NUMBER.
001220     WRITE PRINT-LINE FROM RPT-HEADING-1.
001230     WRITE PRINT-LINE FROM RPT-HEADING-2.
001240     MOVE SPACES TO ws-text-line.
001250     PERFORM SHOW-LINE.
001260
001270 WALK-REGISTER.
001280     MOVE SPACE TO ws-eof.
001290     MOVE ZERO  TO ws-section-count.
001300     MOVE LOW-VALUES TO DEV-ASSET-TAG.
001310     START DEVFILE KEY IS NOT LESS THAN DEV-ASSET-TAG
001320         INVALID KEY MOVE "y" TO ws-eof
001330     END-START.
001340     IF ws-eof NOT = "y"
001350         READ DEVFILE NEXT RECORD
001360             AT END MOVE "y" TO ws-eof
001370         END-READ
001380     END-IF.
001390     PERFORM CHECK-ONE-DEVICE UNTIL ws-eof = "y".
001400     IF ws-section-count = ZERO
001410         MOVE "  (none)" TO ws-text-line
001420         PERFORM SHOW-LINE
001430     END-IF.
001440
001450 CHECK-ONE-DEVICE.
001460     IF DEV-ISSUED
001470         PERFORM LOOK-UP-HOLDER
001480         IF ws-inactive-pass
001490             ADD 1 TO ws-issued-count
001500             IF NOT ws-holder-active
001510                 PERFORM PRINT-LEAVER-DEVICE
001520             END-IF
001530         ELSE
001540             IF ws-holder-active
001550                 PERFORM CHECK-DEVICE-NUMBER
001560             END-IF
001570         END-IF
001580     END-IF.
001590     READ DEVFILE NEXT RECORD
001600         AT END MOVE "y" TO ws-eof
001610     END-READ.
001620
001630 LOOK-UP-HOLDER.
001640     MOVE DEV-HOLDER-ID TO employee-id.
001650     READ PHONEFILE
001660         INVALID KEY
001670             MOVE "M" TO ws-holder-state
001680         NOT INVALID KEY
001690             IF emp-inactive
001700                 MOVE "I" TO ws-holder-state
001710             ELSE
001720                 MOVE "A" TO ws-holder-state
001730             END-IF
001740     END-READ.
001750
001760 PRINT-LEAVER-DEVICE.
001770     ADD 1 TO ws-inactive-count.
001780     ADD 1 TO ws-section-count.
001790     MOVE SPACES TO ws-text-line.
001800     IF ws-holder-missing
001810         STRING "  " DEV-ASSET-TAG " " DEV-TYPE " " DEV-SERIAL
001820             " EMP " DEV-HOLDER-ID " NOT ON DIRECTORY"
001830             DELIMITED BY SIZE INTO ws-text-line
001840     ELSE
001850         STRING "  " DEV-ASSET-TAG " " DEV-TYPE " " DEV-SERIAL
001860             " " DEV-HOLDER-ID " " last-name " " department
001870             " TERM " term-date
001880             DELIMITED BY SIZE INTO ws-text-line
001890     END-IF.
001900     PERFORM SHOW-LINE.
001910
001920 CHECK-DEVICE-NUMBER.
001930     MOVE "Y" TO ws-number-ok.
001940     IF DEV-CELL-PHONE
001950         MOVE cell-number TO ws-expect-number
001960         IF DEV-NUMBER NOT = cell-number
001970             MOVE "N" TO ws-number-ok
001980         END-IF
001990     ELSE
002000     IF DEV-PAGER
002010         MOVE pager-number TO ws-expect-number
002020         IF DEV-NUMBER NOT = pager-number
002030             MOVE "N" TO ws-number-ok
002040         END-IF
002050     ELSE
002060         MOVE SPACES TO ws-expect-number
002070         IF DEV-NUMBER NOT = SPACES
002080             AND DEV-NUMBER NOT = work-number
002090             AND DEV-NUMBER NOT = cell-number
002100             AND DEV-NUMBER NOT = pager-number
002110             MOVE "N" TO ws-number-ok
002120         END-IF
002130     END-IF
002140     END-IF.
002150     IF ws-number-ok = "N"
002160         ADD 1 TO ws-mismatch-count
002170         ADD 1 TO ws-section-count
002180         MOVE SPACES TO ws-text-line
002190         STRING "  " DEV-ASSET-TAG " " DEV-TYPE " " DEV-HOLDER-ID
002200             " " last-name " DEVICE " DEV-NUMBER
002210             " DIRECTORY " ws-expect-number
002220             DELIMITED BY SIZE INTO ws-text-line
002230         PERFORM SHOW-LINE
002240     END-IF.
002250
002260 SHOW-LINE.
002270     MOVE ws-text-line TO PRINT-LINE.
002280     WRITE PRINT-LINE.
