000360*              DETAIL -- AT 81 THE MOVE IN B WAS DROPPING THE
000370*              LAST REMARKS BYTE AND THE O8 LETTER GRADE FROM
000380*              EVERY INSTRUCTOR COPY.
000390* 10/15/26 RH  THE SPLITS GO OUTSIDE THE OFFICE, SO A STUDENT WITH
000400*              A PRIVACY HOLD ON FILEMAST (M4 = 'Y') NOW TRAVELS
000410*              WITH THE NAME MASKED TO 'PRIVACY HOLD' -- THE ID,
000420*              SCORES, AND GRADE STAY SO THE RECORD CAN STILL BE
000430*              WORKED. THE MANIFEST, THE REGISTRAR'S RESTRICTED
000440*              COPY, SHOWS HOW MANY NAMES WERE MASKED IN EACH
000450*              SPLIT AND IN ALL. IF FILEMAST WILL NOT OPEN EVERY
000460*              SPLIT NAME IS MASKED RATHER THAN RISK A HELD ONE.
000470*              THE UNASSIGNED REPORT STAYS IN THE OFFICE AND IS
000480*              NOT MASKED.
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT GRADE-FILE ASSIGN TO FILEOUT.
000540     SELECT XREF-FILE ASSIGN TO FILEXREF
000550         FILE STATUS IS GX1-XREF-STATUS.
000560     SELECT MANIFEST-FILE ASSIGN TO FILEMANF.
000570     SELECT UNASSIGN-FILE ASSIGN TO FILEUNAS.
000580     SELECT SPLIT01-FILE ASSIGN TO FILESP01.
000590     SELECT SPLIT02-FILE ASSIGN TO FILESP02.
000600     SELECT SPLIT03-FILE ASSIGN TO FILESP03.
000610     SELECT SPLIT04-FILE ASSIGN TO FILESP04.
000620     SELECT SPLIT05-FILE ASSIGN TO FILESP05.
000630     SELECT SPLIT06-FILE ASSIGN TO FILESP06.
000640     SELECT SPLIT07-FILE ASSIGN TO FILESP07.
000650     SELECT SPLIT08-FILE ASSIGN TO FILESP08.
000660     SELECT SPLIT09-FILE ASSIGN TO FILESP09.
000670     SELECT SPLIT10-FILE ASSIGN TO FILESP10.
000680     SELECT SPLIT11-FILE ASSIGN TO FILESP11.
000690     SELECT SPLIT12-FILE ASSIGN TO FILESP12.
000700     SELECT SPLIT13-FILE ASSIGN TO FILESP13.
000710     SELECT SPLIT14-FILE ASSIGN TO FILESP14.
000720     SELECT SPLIT15-FILE ASSIGN TO FILESP15.
000730     SELECT SPLIT16-FILE ASSIGN TO FILESP16.
000740     SELECT SPLIT17-FILE ASSIGN TO FILESP17.
000750     SELECT SPLIT18-FILE ASSIGN TO FILESP18.
000760     SELECT SPLIT19-FILE ASSIGN TO FILESP19.
000770     SELECT SPLIT20-FILE ASSIGN TO FILESP20.
000780     SELECT RUNC-FILE ASSIGN TO FILERUNC
000790         FILE STATUS IS GX1-RUNC-STATUS.
000800     SELECT MASTER-FILE ASSIGN TO FILEMAST
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS M1
000840         FILE STATUS IS GX1-MAST-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  GRADE-FILE LABEL RECORD IS STANDARD.
000880 01  OUT-RECORD.
000890     02  O0 PIC 99.
000900     02  O1 PIC 9(6).
000910     02  S1 PIC XX.
000920     02  O2 PIC X(12).
000930     02  S2 PIC XX.
000940     02  O3 PIC 99.99.
000950     02  S3 PIC XX.
000960     02  O4 PIC 99.99.
000970     02  S4 PIC XX.
000980     02  O5 PIC 99.99.
000990     02  S5 PIC XX.
001000     02  O6 PIC 99.99.
001010     02  O7 PIC X(32).
001020     02  O8 PIC X(01).
001030 01  TRAILER-RECORD.
001040     02  T1 PIC X(10).
001050     02  T2 PIC 9(6).
001060     02  T3 PIC 99.99.
001070 01  SUBTOTAL-RECORD.
001080     02  SB1 PIC X(10).
001090     02  SB2 PIC 99.
001100     02  SB3 PIC 99.99.
001110 FD  XREF-FILE LABEL RECORD IS STANDARD.
001120 01  XREF-RECORD.
001130     02  XF1 PIC 99.
001140     02  XF2 PIC X(20).
001150     02  XF3 PIC X(20).
001160 FD  MANIFEST-FILE LABEL RECORD IS OMITTED.
001170 01  MANIFEST-LINE PIC X(100).
001180 FD  UNASSIGN-FILE LABEL RECORD IS OMITTED.
001190 01  UNASSIGN-LINE PIC X(100).
001200 FD  SPLIT01-FILE LABEL RECORD IS STANDARD.
001210 01  SPLIT01-RECORD PIC X(83).
001220 FD  SPLIT02-FILE LABEL RECORD IS STANDARD.
001230 01  SPLIT02-RECORD PIC X(83).
001240 FD  SPLIT03-FILE LABEL RECORD IS STANDARD.
001250 01  SPLIT03-RECORD PIC X(83).
001260 FD  SPLIT04-FILE LABEL RECORD IS STANDARD.
001270 01  SPLIT04-RECORD PIC X(83).
001280 FD  SPLIT05-FILE LABEL RECORD IS STANDARD.
001290 01  SPLIT05-RECORD PIC X(83).
001300 FD  SPLIT06-FILE LABEL RECORD IS STANDARD.
001310 01  SPLIT06-RECORD PIC X(83).
001320 FD  SPLIT07-FILE LABEL RECORD IS STANDARD.
001330 01  SPLIT07-RECORD PIC X(83).
001340 FD  SPLIT08-FILE LABEL RECORD IS STANDARD.
001350 01  SPLIT08-RECORD PIC X(83).
001360 FD  SPLIT09-FILE LABEL RECORD IS STANDARD.
001370 01  SPLIT09-RECORD PIC X(83).
001380 FD  SPLIT10-FILE LABEL RECORD IS STANDARD.
001390 01  SPLIT10-RECORD PIC X(83).
001400 FD  SPLIT11-FILE LABEL RECORD IS STANDARD.
001410 01  SPLIT11-RECORD PIC X(83).
001420 FD  SPLIT12-FILE LABEL RECORD IS STANDARD.
001430 01  SPLIT12-RECORD PIC X(83).
001440 FD  SPLIT13-FILE LABEL RECORD IS STANDARD.
001450 01  SPLIT13-RECORD PIC X(83).
001460 FD  SPLIT14-FILE LABEL RECORD IS STANDARD.
001470 01  SPLIT14-RECORD PIC X(83).
001480 FD  SPLIT15-FILE LABEL RECORD IS STANDARD.
001490 01  SPLIT15-RECORD PIC X(83).
001500 FD  SPLIT16-FILE LABEL RECORD IS STANDARD.
001510 01  SPLIT16-RECORD PIC X(83).
001520 FD  SPLIT17-FILE LABEL RECORD IS STANDARD.
001530 01  SPLIT17-RECORD PIC X(83).
001540 FD  SPLIT18-FILE LABEL RECORD IS STANDARD.
001550 01  SPLIT18-RECORD PIC X(83).
001560 FD  SPLIT19-FILE LABEL RECORD IS STANDARD.
001570 01  SPLIT19-RECORD PIC X(83).
001580 FD  SPLIT20-FILE LABEL RECORD IS STANDARD.
001590 01  SPLIT20-RECORD PIC X(83).
001600 FD  RUNC-FILE LABEL RECORD IS STANDARD.
001610 01  RUNC-RECORD.
001620     02  RU1 PIC 99.
001630     02  RU2 PIC X(08).
001640     02  RU3 PIC X(01).
001650     02  RU4 PIC 9(08).
001660     02  RU5 PIC 9(06).
001670     02  RU6 PIC 9(08).
001680     02  RU7 PIC 9(06).
001690     02  RU8 PIC 9(06).
001700 FD  MASTER-FILE.
001710 01  MASTER-RECORD.
001720     02  M1 PIC 9(6).
001730     02  M2 PIC X(12).
001740     02  M3.
001750         03  M3-LINE1 PIC X(30).
001760         03  M3-LINE2 PIC X(30).
001770         03  M3-CITY PIC X(20).
001780         03  M3-STATE PIC X(02).
001790         03  M3-ZIP PIC X(10).
001800         03  M3-EMAIL PIC X(40).
001810         03  M3-PREF PIC X(01).
001820     02  M4 PIC X(01).
001830     02  FILLER PIC X(18).
001840 WORKING-STORAGE SECTION.
001850 77  GX1-EOF-SW PIC X VALUE 'N'.
001860     88  GX1-EOF-YES VALUE 'Y'.
001870     88  GX1-EOF-NO  VALUE 'N'.
001880 77  GX1-XREF-STATUS PIC XX VALUE SPACES.
001890 77  GX1-MAST-STATUS PIC XX VALUE SPACES.
001900 77  GX1-MAST-OPEN-SW PIC X VALUE 'N'.
001910     88  GX1-MAST-OPEN-YES VALUE 'Y'.
001920     88  GX1-MAST-OPEN-NO  VALUE 'N'.
001930 77  GX1-SECT-MASKED PIC 9(6) VALUE 0.
001940 77  GX1-TOTAL-MASKED PIC 9(6) VALUE 0.
001950 77  GX1-SPLIT-OPEN-SW PIC X VALUE 'N'.
001960     88  GX1-SPLIT-OPEN-YES VALUE 'Y'.
001970     88  GX1-SPLIT-OPEN-NO  VALUE 'N'.
001980 77  GX1-OPEN-MODE-SW PIC X VALUE 'O'.
001990 77  GX1-ROUTE-SW PIC X VALUE 'U'.
002000     88  GX1-ROUTE-ASSIGNED VALUE 'A'.
002010     88  GX1-ROUTE-UNASSIGNED VALUE 'U'.
002020     88  GX1-ROUTE-BANKFULL VALUE 'F'.
002030 77  GX1-RUN-DATE PIC 9(08) VALUE 0.
002040 77  GX1-TOTAL-COUNT PIC 9(6) VALUE 0.
002050 77  GX1-RUN-TIME PIC 9(08) VALUE 0.
002060 77  GX1-RUNC-STATUS PIC XX VALUE SPACES.
002070 77  GX1-RUNC-STEP PIC 99 VALUE 06.
002080 77  GX1-RUNC-EOF-SW PIC X VALUE 'N'.
002090 77  GX1-RUNC-COUNT PIC 99 VALUE 0.
002100 77  GX1-RUNC-IX PIC 99 COMP VALUE 0.
002110 77  GX1-RUNC-SELF PIC 99 VALUE 0.
002120 77  GX1-RUNC-OK-SW PIC X VALUE 'Y'.
002130     88  GX1-RUNC-OK-YES VALUE 'Y'.
002140     88  GX1-RUNC-OK-NO  VALUE 'N'.
002150 77  GX1-RUNC-END-STAT PIC X VALUE 'C'.
002160 01  GX1-RUNC-TABLE.
002170     02  GX1-RUNC-ENTRY OCCURS 8.
002180         03  GX1-RN-STEP PIC 99.
002190         03  GX1-RN-PROG PIC X(08).
002200         03  GX1-RN-STAT PIC X(01).
002210         03  GX1-RN-SDATE PIC 9(08).
002220         03  GX1-RN-STIME PIC 9(06).
002230         03  GX1-RN-EDATE PIC 9(08).
002240         03  GX1-RN-ETIME PIC 9(06).
002250         03  GX1-RN-COUNT PIC 9(06).
002260 77  GX1-CURR-SECTION PIC 99 VALUE 0.
002270 77  GX1-CURR-SLOT PIC 99 VALUE 0.
002280 77  GX1-BANK-NEXT PIC 999 VALUE 1.
002290 77  GX1-BANK-MAX PIC 999 VALUE 020.
002300 77  GX1-FIRST-REC-SW PIC X VALUE 'Y'.
002310 77  GX1-SECT-COUNT PIC 9(6) VALUE 0.
002320 77  GX1-UNAS-COUNT PIC 9(4) VALUE 0.
002330 77  GX1-SECTION-COUNT PIC 9(4) VALUE 0.
002340 77  GX1-LOAD-IX PIC 9(3) COMP VALUE 0.
002350 01  GX1-SPLIT-AREA PIC X(83).
002360 01  GX1-SPLIT-DETAIL REDEFINES GX1-SPLIT-AREA.
002370     02  FILLER PIC X(10).
002380     02  GX1-SP-NAME PIC X(12).
002390     02  FILLER PIC X(61).
002400 01  GX1-XREF-TABLE.
002410     02  GX1-XREF-ENTRY OCCURS 99.
002420         03  GX1-XR-USED-SW PIC X.
002430         03  GX1-XR-SLOT PIC 99.
002440         03  GX1-XR-INSTR PIC X(20).
002450         03  GX1-XR-DEST PIC X(20).
002460 01  GX1-LABEL-LINE.
002470     02  FILLER PIC X(08) VALUE 'SECTION '.
002480     02  GX1-LB-SECT PIC 99.
002490     02  FILLER PIC X(13) VALUE '  INSTRUCTOR '.
002500     02  GX1-LB-INSTR PIC X(20).
002510     02  FILLER PIC X(12) VALUE '  DELIVER TO'.
002520     02  FILLER PIC X(01) VALUE SPACE.
002530     02  GX1-LB-DEST PIC X(20).
002540     02  FILLER PIC X(05) VALUE SPACES.
002550 01  GX1-MHEAD-LINE.
002560     02  FILLER PIC X(43) VALUE
002570         'ACADEMIC RECORDS - DISTRIBUTION MANIFEST   '.
002580     02  FILLER PIC X(09) VALUE 'RUN DATE '.
002590     02  GX1-MH-DATE PIC 9(08).
002600     02  FILLER PIC X(40) VALUE SPACES.
002610 01  GX1-MANIFEST-LINE.
002620     02  FILLER PIC X(08) VALUE 'SECTION '.
002630     02  GX1-MF-SECT PIC 99.
002640     02  FILLER PIC X(09) VALUE '  RECORDS'.
002650     02  GX1-MF-COUNT PIC ZZZ,ZZ9.
002660     02  FILLER PIC X(02) VALUE SPACES.
002670     02  GX1-MF-FILE PIC X(08).
002680     02  FILLER PIC X(02) VALUE SPACES.
002690     02  GX1-MF-INSTR PIC X(20).
002700     02  FILLER PIC X(02) VALUE SPACES.
002710     02  GX1-MF-DEST PIC X(20).
002720     02  FILLER PIC X(09) VALUE '  MASKED '.
002730     02  GX1-MF-MASKED PIC ZZZ9.
002740     02  FILLER PIC X(07) VALUE SPACES.
002750 01  GX1-MTOTAL-LINE.
002760     02  FILLER PIC X(19) VALUE 'SECTIONS ROUTED:   '.
002770     02  GX1-MT-SECTIONS PIC ZZZ9.
002780     02  FILLER PIC X(24) VALUE '  SECTIONS UNASSIGNED:  '.
002790     02  GX1-MT-UNAS PIC ZZZ9.
002800     02  FILLER PIC X(49) VALUE SPACES.
002810 01  GX1-MHOLD-LINE.
002820     02  FILLER PIC X(36) VALUE
002830         'SPLIT NAMES MASKED - PRIVACY HOLD:  '.
002840     02  GX1-MH-MASKED PIC ZZZ,ZZ9.
002850     02  FILLER PIC X(57) VALUE SPACES.
002860 01  GX1-UHEAD-LINE.
002870     02  FILLER PIC X(44) VALUE
002880         'ACADEMIC RECORDS - UNASSIGNED SECTIONS      '.
002890     02  FILLER PIC X(09) VALUE 'RUN DATE '.
002900     02  GX1-UH-DATE PIC 9(08).
002910     02  FILLER PIC X(39) VALUE SPACES.
002920 01  GX1-USECT-LINE.
002930     02  FILLER PIC X(08) VALUE 'SECTION '.
002940     02  GX1-US-SECT PIC 99.
002950     02  FILLER PIC X(36) VALUE
002960         ' HAS NO CROSS-REFERENCE ENTRY - HOLD'.
002970     02  FILLER PIC X(18) VALUE ' FOR DEPT OFFICE  '.
002980     02  FILLER PIC X(36) VALUE SPACES.
002990 01  GX1-UFULL-LINE.
003000     02  FILLER PIC X(08) VALUE 'SECTION '.
003010     02  GX1-UF-SECT PIC 99.
003020     02  FILLER PIC X(34) VALUE
003030         ' ARRIVED AFTER THE SPLIT FILE BANK'.
003040     02  FILLER PIC X(30) VALUE
003050         ' FILLED - HOLD FOR DEPT OFFICE'.
003060     02  FILLER PIC X(26) VALUE SPACES.
003070 01  GX1-UDETAIL-LINE.
003080     02  FILLER PIC X(04) VALUE SPACES.
003090     02  GX1-UD-ID PIC 9(06).
003100     02  FILLER PIC X(02) VALUE SPACES.
003110     02  GX1-UD-NAME PIC X(12).
003120     02  FILLER PIC X(02) VALUE SPACES.
003130     02  GX1-UD-AVG PIC X(05).
003140     02  FILLER PIC X(02) VALUE SPACES.
003150     02  GX1-UD-GRADE PIC X(01).
003160     02  FILLER PIC X(66) VALUE SPACES.
003170 PROCEDURE DIVISION.
003180 0000-MAINLINE.
003190     ACCEPT GX1-RUN-DATE FROM DATE YYYYMMDD.
003200     ACCEPT GX1-RUN-TIME FROM TIME.
003210     PERFORM RC THRU RC-EXIT.
003220     PERFORM L THRU L-EXIT.
003230     OPEN INPUT MASTER-FILE.
003240     IF GX1-MAST-STATUS = '00'
003250         SET GX1-MAST-OPEN-YES TO TRUE
003260     ELSE
003270         DISPLAY 'GRADDIST - FILEMAST DID NOT OPEN, STATUS '
003280             GX1-MAST-STATUS ' - EVERY SPLIT NAME WILL BE MASKED'
003290     END-IF.
003300     OPEN INPUT GRADE-FILE.
003310     OPEN OUTPUT MANIFEST-FILE.
003320     OPEN OUTPUT UNASSIGN-FILE.
003330     MOVE GX1-RUN-DATE TO GX1-MH-DATE.
003340     WRITE MANIFEST-LINE FROM GX1-MHEAD-LINE
003350         AFTER ADVANCING PAGE.
003360     MOVE SPACES TO MANIFEST-LINE.
003370     WRITE MANIFEST-LINE AFTER ADVANCING 1 LINE.
003380     MOVE GX1-RUN-DATE TO GX1-UH-DATE.
003390     WRITE UNASSIGN-LINE FROM GX1-UHEAD-LINE
003400         AFTER ADVANCING PAGE.
003410     PERFORM A THRU A-EXIT UNTIL GX1-EOF-YES.
003420     IF GX1-FIRST-REC-SW = 'N'
003430         PERFORM K THRU K-EXIT
003440     END-IF.
003450     MOVE GX1-SECTION-COUNT TO GX1-MT-SECTIONS.
003460     MOVE GX1-UNAS-COUNT TO GX1-MT-UNAS.
003470     WRITE MANIFEST-LINE FROM GX1-MTOTAL-LINE
003480         AFTER ADVANCING 2 LINES.
003490     MOVE GX1-TOTAL-MASKED TO GX1-MH-MASKED.
003500     WRITE MANIFEST-LINE FROM GX1-MHOLD-LINE
003510         AFTER ADVANCING 1 LINE.
003520     DISPLAY 'GRADDIST - SPLIT NAMES MASKED FOR PRIVACY HOLD: '
003530         GX1-TOTAL-MASKED.
003540     IF GX1-MAST-OPEN-YES
003550         CLOSE MASTER-FILE
003560     END-IF.
003570     CLOSE GRADE-FILE.
003580     CLOSE MANIFEST-FILE.
003590     CLOSE UNASSIGN-FILE.
003600     PERFORM RC2 THRU RC2-EXIT.
003610     STOP RUN.
003620*----------------------------------------------------------------
003630* A READS ONE FILEOUT RECORD. DETAIL ROWS ROUTE THROUGH THE
003640* SECTION BREAK (B); THE SECTION'S SECTOTAL TRAVELS WITH THE
003650* OPEN SPLIT; THE BATCH TRAILER IS DROPPED.
003660*----------------------------------------------------------------
003670 A.
003680     READ GRADE-FILE AT END
003690         SET GX1-EOF-YES TO TRUE
003700         GO TO A-EXIT.
003710     IF T1 = 'TRAILER'
003720         GO TO A-EXIT
003730     END-IF.
003740     IF SB1 = 'SECTOTAL'
003750         IF GX1-SPLIT-OPEN-YES
003760             MOVE SPACES TO GX1-SPLIT-AREA
003770             MOVE SUBTOTAL-RECORD TO GX1-SPLIT-AREA(1:17)
003780             PERFORM W2 THRU W2-EXIT
003790         END-IF
003800         GO TO A-EXIT
003810     END-IF.
003820     PERFORM B THRU B-EXIT.
003830 A-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860* B ROUTES ONE DETAIL ROW. A SECTION CHANGE CLOSES OUT THE
003870* SECTION IN PROGRESS (K) AND STARTS THE NEW ONE (S); THE ROW
003880* THEN GOES TO THE SECTION'S SPLIT FILE, NAME MASKED FOR A
003890* PRIVACY HOLD (H), OR TO THE UNASSIGNED REPORT.
003900*----------------------------------------------------------------
003910 B.
003920     IF GX1-FIRST-REC-SW = 'Y'
003930         MOVE 'N' TO GX1-FIRST-REC-SW
003940         MOVE O0 TO GX1-CURR-SECTION
003950         PERFORM S THRU S-EXIT
003960     ELSE
003970         IF O0 NOT = GX1-CURR-SECTION
003980             PERFORM K THRU K-EXIT
003990             MOVE O0 TO GX1-CURR-SECTION
004000             PERFORM S THRU S-EXIT
004010         END-IF
004020     END-IF.
004030     ADD 1 TO GX1-SECT-COUNT.
004040     ADD 1 TO GX1-TOTAL-COUNT.
004050     IF GX1-ROUTE-ASSIGNED
004060         MOVE OUT-RECORD TO GX1-SPLIT-AREA
004070         PERFORM H THRU H-EXIT
004080         PERFORM W2 THRU W2-EXIT
004090     ELSE
004100         MOVE O1 TO GX1-UD-ID
004110         MOVE O2 TO GX1-UD-NAME
004120         MOVE O6 TO GX1-UD-AVG
004130         MOVE O8 TO GX1-UD-GRADE
004140         WRITE UNASSIGN-LINE FROM GX1-UDETAIL-LINE
004150             AFTER ADVANCING 1 LINE
004160     END-IF.
004170 B-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* H LOOKS THE DETAIL ROW'S STUDENT UP ON FILEMAST AND, FOR A
004210* PRIVACY HOLD (M4 = 'Y'), MASKS THE NAME IN THE SPLIT AREA. A
004220* STUDENT NOT ON FILEMAST HAS NO HOLD RECORDED; WITH NO FILEMAST
004230* AT ALL EVERY NAME IS MASKED.
004240*----------------------------------------------------------------
004250 H.
004260     IF GX1-MAST-OPEN-YES
004270         MOVE O1 TO M1
004280         READ MASTER-FILE
004290             INVALID KEY
004300                 GO TO H-EXIT
004310         END-READ
004320         IF M4 NOT = 'Y'
004330             GO TO H-EXIT
004340         END-IF
004350     END-IF.
004360     MOVE 'PRIVACY HOLD' TO GX1-SP-NAME.
004370     ADD 1 TO GX1-SECT-MASKED.
004380     ADD 1 TO GX1-TOTAL-MASKED.
004390 H-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420* S STARTS A NEW SECTION. A CROSS-REFERENCED SECTION GETS THE
004430* NEXT FREE SPLIT FILE FROM THE BANK (OR ITS OWN FILE BACK, IN
004440* EXTEND, IF IT ALREADY BURST ONCE TONIGHT) AND THE INSTRUCTOR
004450* LABEL WRITTEN FIRST. A SECTION WITH NO ENTRY, OR ONE THAT
004460* ARRIVES AFTER ALL THE BANK FILES ARE HANDED OUT, GETS ITS
004470* HEADING ON THE UNASSIGNED REPORT INSTEAD.
004480*----------------------------------------------------------------
004490 S.
004500     MOVE 0 TO GX1-SECT-COUNT.
004510     MOVE 0 TO GX1-SECT-MASKED.
004520     IF GX1-CURR-SECTION = 0
004530         OR GX1-XR-USED-SW (GX1-CURR-SECTION) NOT = 'Y'
004540         SET GX1-ROUTE-UNASSIGNED TO TRUE
004550         ADD 1 TO GX1-UNAS-COUNT
004560         MOVE GX1-CURR-SECTION TO GX1-US-SECT
004570         WRITE UNASSIGN-LINE FROM GX1-USECT-LINE
004580             AFTER ADVANCING 2 LINES
004590         GO TO S-EXIT
004600     END-IF.
004610     IF GX1-XR-SLOT (GX1-CURR-SECTION) > 0
004620         MOVE GX1-XR-SLOT (GX1-CURR-SECTION) TO GX1-CURR-SLOT
004630         MOVE 'E' TO GX1-OPEN-MODE-SW
004640     ELSE
004650         IF GX1-BANK-NEXT > GX1-BANK-MAX
004660             SET GX1-ROUTE-BANKFULL TO TRUE
004670             ADD 1 TO GX1-UNAS-COUNT
004680             MOVE GX1-CURR-SECTION TO GX1-UF-SECT
004690             WRITE UNASSIGN-LINE FROM GX1-UFULL-LINE
004700                 AFTER ADVANCING 2 LINES
004710             GO TO S-EXIT
004720         END-IF
004730         MOVE GX1-BANK-NEXT TO GX1-CURR-SLOT
004740         MOVE GX1-BANK-NEXT TO GX1-XR-SLOT (GX1-CURR-SECTION)
004750         ADD 1 TO GX1-BANK-NEXT
004760         MOVE 'O' TO GX1-OPEN-MODE-SW
004770     END-IF.
004780     SET GX1-ROUTE-ASSIGNED TO TRUE.
004790     ADD 1 TO GX1-SECTION-COUNT.
004800     PERFORM W1 THRU W1-EXIT.
004810     SET GX1-SPLIT-OPEN-YES TO TRUE.
004820     MOVE GX1-CURR-SECTION TO GX1-LB-SECT.
004830     MOVE GX1-XR-INSTR (GX1-CURR-SECTION) TO GX1-LB-INSTR.
004840     MOVE GX1-XR-DEST (GX1-CURR-SECTION) TO GX1-LB-DEST.
004850     MOVE GX1-LABEL-LINE TO GX1-SPLIT-AREA.
004860     PERFORM W2 THRU W2-EXIT.
004870 S-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------
004900* K CLOSES OUT THE SECTION IN PROGRESS: THE SPLIT FILE IS
004910* CLOSED AND THE MANIFEST LINE WRITTEN SHOWING THE COUNT, THE
004920* NAMES MASKED, AND THE ROUTING, OR THE UNASSIGNED-REPORT
004930* REFERENCE.
004940*----------------------------------------------------------------
004950 K.
004960     IF GX1-SPLIT-OPEN-YES
004970         PERFORM W3 THRU W3-EXIT
004980         SET GX1-SPLIT-OPEN-NO TO TRUE
004990     END-IF.
005000     MOVE GX1-CURR-SECTION TO GX1-MF-SECT.
005010     MOVE GX1-SECT-COUNT TO GX1-MF-COUNT.
005020     MOVE GX1-SECT-MASKED TO GX1-MF-MASKED.
005030     EVALUATE TRUE
005040         WHEN GX1-ROUTE-ASSIGNED
005050             MOVE 'FILESP' TO GX1-MF-FILE(1:6)
005060             MOVE GX1-CURR-SLOT TO GX1-MF-FILE(7:2)
005070             MOVE GX1-XR-INSTR (GX1-CURR-SECTION)
005080                 TO GX1-MF-INSTR
005090             MOVE GX1-XR-DEST (GX1-CURR-SECTION)
005100                 TO GX1-MF-DEST
005110         WHEN GX1-ROUTE-BANKFULL
005120             MOVE SPACES TO GX1-MF-FILE
005130             MOVE 'SPLIT BANK FULL' TO GX1-MF-INSTR
005140             MOVE 'SEE FILEUNAS REPORT' TO GX1-MF-DEST
005150         WHEN OTHER
005160             MOVE SPACES TO GX1-MF-FILE
005170             MOVE 'UNASSIGNED' TO GX1-MF-INSTR
005180             MOVE 'SEE FILEUNAS REPORT' TO GX1-MF-DEST
005190     END-EVALUATE.
005200     WRITE MANIFEST-LINE FROM GX1-MANIFEST-LINE
005210         AFTER ADVANCING 1 LINE.
005220 K-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250* W1 OPENS THE SPLIT FILE AT GX1-CURR-SLOT, OUTPUT ON ITS
005260* FIRST USE TONIGHT OR EXTEND WHEN THE SECTION BURSTS AGAIN.
005270*----------------------------------------------------------------
005280 W1.
005290     EVALUATE GX1-CURR-SLOT
005300         WHEN 01
005310             IF GX1-OPEN-MODE-SW = 'E'
005320                 OPEN EXTEND SPLIT01-FILE
005330             ELSE
005340                 OPEN OUTPUT SPLIT01-FILE
005350             END-IF
005360         WHEN 02
005370             IF GX1-OPEN-MODE-SW = 'E'
005380                 OPEN EXTEND SPLIT02-FILE
005390             ELSE
005400                 OPEN OUTPUT SPLIT02-FILE
005410             END-IF
005420         WHEN 03
005430             IF GX1-OPEN-MODE-SW = 'E'
005440                 OPEN EXTEND SPLIT03-FILE
005450             ELSE
005460                 OPEN OUTPUT SPLIT03-FILE
005470             END-IF
005480         WHEN 04
005490             IF GX1-OPEN-MODE-SW = 'E'
005500                 OPEN EXTEND SPLIT04-FILE
005510             ELSE
005520                 OPEN OUTPUT SPLIT04-FILE
005530             END-IF
005540         WHEN 05
005550             IF GX1-OPEN-MODE-SW = 'E'
005560                 OPEN EXTEND SPLIT05-FILE
005570             ELSE
005580                 OPEN OUTPUT SPLIT05-FILE
005590             END-IF
005600         WHEN 06
005610             IF GX1-OPEN-MODE-SW = 'E'
005620                 OPEN EXTEND SPLIT06-FILE
005630             ELSE
005640                 OPEN OUTPUT SPLIT06-FILE
005650             END-IF
005660         WHEN 07
005670             IF GX1-OPEN-MODE-SW = 'E'
005680                 OPEN EXTEND SPLIT07-FILE
005690             ELSE
005700                 OPEN OUTPUT SPLIT07-FILE
005710             END-IF
005720         WHEN 08
005730             IF GX1-OPEN-MODE-SW = 'E'
005740                 OPEN EXTEND SPLIT08-FILE
005750             ELSE
005760                 OPEN OUTPUT SPLIT08-FILE
005770             END-IF
005780         WHEN 09
005790             IF GX1-OPEN-MODE-SW = 'E'
005800                 OPEN EXTEND SPLIT09-FILE
005810             ELSE
005820                 OPEN OUTPUT SPLIT09-FILE
005830             END-IF
005840         WHEN 10
005850             IF GX1-OPEN-MODE-SW = 'E'
005860                 OPEN EXTEND SPLIT10-FILE
005870             ELSE
005880                 OPEN OUTPUT SPLIT10-FILE
005890             END-IF
005900         WHEN 11
005910             IF GX1-OPEN-MODE-SW = 'E'
005920                 OPEN EXTEND SPLIT11-FILE
005930             ELSE
005940                 OPEN OUTPUT SPLIT11-FILE
005950             END-IF
005960         WHEN 12
005970             IF GX1-OPEN-MODE-SW = 'E'
005980                 OPEN EXTEND SPLIT12-FILE
005990             ELSE
006000                 OPEN OUTPUT SPLIT12-FILE
006010             END-IF
006020         WHEN 13
006030             IF GX1-OPEN-MODE-SW = 'E'
006040                 OPEN EXTEND SPLIT13-FILE
006050             ELSE
006060                 OPEN OUTPUT SPLIT13-FILE
006070             END-IF
006080         WHEN 14
006090             IF GX1-OPEN-MODE-SW = 'E'
006100                 OPEN EXTEND SPLIT14-FILE
006110             ELSE
006120                 OPEN OUTPUT SPLIT14-FILE
006130             END-IF
006140         WHEN 15
006150             IF GX1-OPEN-MODE-SW = 'E'
006160                 OPEN EXTEND SPLIT15-FILE
006170             ELSE
006180                 OPEN OUTPUT SPLIT15-FILE
006190             END-IF
006200         WHEN 16
006210             IF GX1-OPEN-MODE-SW = 'E'
006220                 OPEN EXTEND SPLIT16-FILE
006230             ELSE
006240                 OPEN OUTPUT SPLIT16-FILE
006250             END-IF
006260         WHEN 17
006270             IF GX1-OPEN-MODE-SW = 'E'
006280                 OPEN EXTEND SPLIT17-FILE
006290             ELSE
006300                 OPEN OUTPUT SPLIT17-FILE
006310             END-IF
006320         WHEN 18
006330             IF GX1-OPEN-MODE-SW = 'E'
006340                 OPEN EXTEND SPLIT18-FILE
006350             ELSE
006360                 OPEN OUTPUT SPLIT18-FILE
006370             END-IF
006380         WHEN 19
006390             IF GX1-OPEN-MODE-SW = 'E'
006400                 OPEN EXTEND SPLIT19-FILE
006410             ELSE
006420                 OPEN OUTPUT SPLIT19-FILE
006430             END-IF
006440         WHEN 20
006450             IF GX1-OPEN-MODE-SW = 'E'
006460                 OPEN EXTEND SPLIT20-FILE
006470             ELSE
006480                 OPEN OUTPUT SPLIT20-FILE
006490             END-IF
006500     END-EVALUATE.
006510 W1-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------
006540* W2 WRITES GX1-SPLIT-AREA TO THE SPLIT FILE AT GX1-CURR-SLOT.
006550*----------------------------------------------------------------
006560 W2.
006570     EVALUATE GX1-CURR-SLOT
006580         WHEN 01
006590             WRITE SPLIT01-RECORD FROM GX1-SPLIT-AREA
006600         WHEN 02
006610             WRITE SPLIT02-RECORD FROM GX1-SPLIT-AREA
006620         WHEN 03
006630             WRITE SPLIT03-RECORD FROM GX1-SPLIT-AREA
006640         WHEN 04
006650             WRITE SPLIT04-RECORD FROM GX1-SPLIT-AREA
006660         WHEN 05
006670             WRITE SPLIT05-RECORD FROM GX1-SPLIT-AREA
006680         WHEN 06
006690             WRITE SPLIT06-RECORD FROM GX1-SPLIT-AREA
006700         WHEN 07
006710             WRITE SPLIT07-RECORD FROM GX1-SPLIT-AREA
006720         WHEN 08
006730             WRITE SPLIT08-RECORD FROM GX1-SPLIT-AREA
006740         WHEN 09
006750             WRITE SPLIT09-RECORD FROM GX1-SPLIT-AREA
006760         WHEN 10
006770             WRITE SPLIT10-RECORD FROM GX1-SPLIT-AREA
006780         WHEN 11
006790             WRITE SPLIT11-RECORD FROM GX1-SPLIT-AREA
006800         WHEN 12
006810             WRITE SPLIT12-RECORD FROM GX1-SPLIT-AREA
006820         WHEN 13
006830             WRITE SPLIT13-RECORD FROM GX1-SPLIT-AREA
006840         WHEN 14
006850             WRITE SPLIT14-RECORD FROM GX1-SPLIT-AREA
006860         WHEN 15
006870             WRITE SPLIT15-RECORD FROM GX1-SPLIT-AREA
006880         WHEN 16
006890             WRITE SPLIT16-RECORD FROM GX1-SPLIT-AREA
006900         WHEN 17
006910             WRITE SPLIT17-RECORD FROM GX1-SPLIT-AREA
006920         WHEN 18
006930             WRITE SPLIT18-RECORD FROM GX1-SPLIT-AREA
006940         WHEN 19
006950             WRITE SPLIT19-RECORD FROM GX1-SPLIT-AREA
006960         WHEN 20
006970             WRITE SPLIT20-RECORD FROM GX1-SPLIT-AREA
006980     END-EVALUATE.
006990 W2-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------
007020* W3 CLOSES THE SPLIT FILE AT GX1-CURR-SLOT.
007030*----------------------------------------------------------------
007040 W3.
007050     EVALUATE GX1-CURR-SLOT
007060         WHEN 01
007070             CLOSE SPLIT01-FILE
007080         WHEN 02
007090             CLOSE SPLIT02-FILE
007100         WHEN 03
007110             CLOSE SPLIT03-FILE
007120         WHEN 04
007130             CLOSE SPLIT04-FILE
007140         WHEN 05
007150             CLOSE SPLIT05-FILE
007160         WHEN 06
007170             CLOSE SPLIT06-FILE
007180         WHEN 07
007190             CLOSE SPLIT07-FILE
007200         WHEN 08
007210             CLOSE SPLIT08-FILE
007220         WHEN 09
007230             CLOSE SPLIT09-FILE
007240         WHEN 10
007250             CLOSE SPLIT10-FILE
007260         WHEN 11
007270             CLOSE SPLIT11-FILE
007280         WHEN 12
007290             CLOSE SPLIT12-FILE
007300         WHEN 13
007310             CLOSE SPLIT13-FILE
007320         WHEN 14
007330             CLOSE SPLIT14-FILE
007340         WHEN 15
007350             CLOSE SPLIT15-FILE
007360         WHEN 16
007370             CLOSE SPLIT16-FILE
007380         WHEN 17
007390             CLOSE SPLIT17-FILE
007400         WHEN 18
007410             CLOSE SPLIT18-FILE
007420         WHEN 19
007430             CLOSE SPLIT19-FILE
007440         WHEN 20
007450             CLOSE SPLIT20-FILE
007460     END-EVALUATE.
007470 W3-EXIT.
007480     EXIT.
007490*----------------------------------------------------------------
007500* L LOADS THE SECTION-TO-INSTRUCTOR CROSS-REFERENCE INTO THE
007510* TABLE. A MISSING FILE ROUTES EVERY SECTION TO THE UNASSIGNED
007520* REPORT, WHICH IS LOUD ENOUGH THAT SOMEONE WILL FIX THE FILE.
007530*----------------------------------------------------------------
007540 L.
007550     PERFORM L3 THRU L3-EXIT
007560         VARYING GX1-LOAD-IX FROM 1 BY 1
007570         UNTIL GX1-LOAD-IX > 99.
007580     OPEN INPUT XREF-FILE.
007590     IF GX1-XREF-STATUS NOT = '00'
007600         DISPLAY 'GRADDIST - FILEXREF NOT AVAILABLE, STATUS '
007610             GX1-XREF-STATUS ' - ALL SECTIONS UNASSIGNED'
007620         GO TO L-EXIT
007630     END-IF.
007640     PERFORM L2 THRU L2-EXIT UNTIL GX1-EOF-YES.
007650     CLOSE XREF-FILE.
007660     SET GX1-EOF-NO TO TRUE.
007670 L-EXIT.
007680     EXIT.
007690 L2.
007700     READ XREF-FILE AT END
007710         SET GX1-EOF-YES TO TRUE
007720         GO TO L2-EXIT.
007730     IF XF1 NOT NUMERIC OR XF1 = 0
007740         DISPLAY 'GRADDIST - BAD FILEXREF ROW SKIPPED'
007750         GO TO L2-EXIT
007760     END-IF.
007770     MOVE 'Y' TO GX1-XR-USED-SW (XF1).
007780     MOVE XF2 TO GX1-XR-INSTR (XF1).
007790     MOVE XF3 TO GX1-XR-DEST (XF1).
007800 L2-EXIT.
007810     EXIT.
007820 L3.
007830     MOVE 'N' TO GX1-XR-USED-SW (GX1-LOAD-IX).
007840     MOVE 0 TO GX1-XR-SLOT (GX1-LOAD-IX).
007850     MOVE SPACES TO GX1-XR-INSTR (GX1-LOAD-IX).
007860     MOVE SPACES TO GX1-XR-DEST (GX1-LOAD-IX).
007870 L3-EXIT.
007880     EXIT.
007890*----------------------------------------------------------------
007900* RC VERIFIES THE NIGHT'S RUN LEDGER (FILERUNC) BEFORE ANY WORK
007910* IS DONE. GRADSORT OPENS THE NIGHT BY WRITING ONE ROW PER STEP
007920* OF THE CHAIN. THIS STEP MAY START ONLY WHEN ITS OWN ROW IS
007930* PENDING (OR IN ERROR FROM A FAILED TRY, SO A FIX CAN BE RERUN)
007940* AND EVERY EARLIER STEP HAS COMPLETED CLEAN -- A STEP RUN TWICE
007950* OR OUT OF ORDER STOPS HERE WITH A CONSOLE MESSAGE. THE ROW IS
007960* THEN STAMPED RUNNING WITH THE START TIME.
007970*----------------------------------------------------------------
007980 RC.
007990     PERFORM RC3 THRU RC3-EXIT.
008000     PERFORM RC5 THRU RC5-EXIT
008010         VARYING GX1-RUNC-IX FROM 1 BY 1
008020         UNTIL GX1-RUNC-IX > GX1-RUNC-COUNT.
008030     IF GX1-RUNC-SELF = 0
008040         DISPLAY 'GRADDIST - NO FILERUNC ROW FOR THIS STEP - '
008050             'RUN GRADSORT TO OPEN THE NIGHT'
008060         MOVE 16 TO RETURN-CODE
008070         STOP RUN
008080     END-IF.
008090     IF GX1-RUNC-OK-NO
008100         MOVE 16 TO RETURN-CODE
008110         STOP RUN
008120     END-IF.
008130     MOVE 'R' TO GX1-RN-STAT (GX1-RUNC-SELF).
008140     MOVE GX1-RUN-DATE TO GX1-RN-SDATE (GX1-RUNC-SELF).
008150     MOVE GX1-RUN-TIME(1:6) TO GX1-RN-STIME (GX1-RUNC-SELF).
008160     MOVE 0 TO GX1-RN-EDATE (GX1-RUNC-SELF).
008170     MOVE 0 TO GX1-RN-ETIME (GX1-RUNC-SELF).
008180     MOVE 0 TO GX1-RN-COUNT (GX1-RUNC-SELF).
008190     PERFORM RC4 THRU RC4-EXIT.
008200 RC-EXIT.
008210     EXIT.
008220*----------------------------------------------------------------
008230* RC2 STAMPS THIS STEP'S LEDGER ROW WITH ITS ENDING STATUS, THE
008240* END TIME, AND THE RECORD COUNT, AND SAVES THE LEDGER.
008250*----------------------------------------------------------------
008260 RC2.
008270     ACCEPT GX1-RUN-TIME FROM TIME.
008280     MOVE GX1-RUNC-END-STAT TO GX1-RN-STAT (GX1-RUNC-SELF).
008290     MOVE GX1-RUN-DATE TO GX1-RN-EDATE (GX1-RUNC-SELF).
008300     MOVE GX1-RUN-TIME(1:6) TO GX1-RN-ETIME (GX1-RUNC-SELF).
008310     MOVE GX1-TOTAL-COUNT TO GX1-RN-COUNT (GX1-RUNC-SELF).
008320     PERFORM RC4 THRU RC4-EXIT.
008330 RC2-EXIT.
008340     EXIT.
008350*----------------------------------------------------------------
008360* RC3 LOADS THE LEDGER INTO THE TABLE. A MISSING FILERUNC MEANS
008370* GRADSORT HAS NOT OPENED THE NIGHT, SO NOTHING MAY RUN.
008380*----------------------------------------------------------------
008390 RC3.
008400     MOVE 'N' TO GX1-RUNC-EOF-SW.
008410     MOVE 0 TO GX1-RUNC-COUNT.
008420     MOVE 0 TO GX1-RUNC-SELF.
008430     SET GX1-RUNC-OK-YES TO TRUE.
008440     OPEN INPUT RUNC-FILE.
008450     IF GX1-RUNC-STATUS NOT = '00'
008460         DISPLAY 'GRADDIST - FILERUNC NOT AVAILABLE, STATUS '
008470             GX1-RUNC-STATUS ' - RUN GRADSORT TO OPEN THE NIGHT'
008480         MOVE 16 TO RETURN-CODE
008490         STOP RUN
008500     END-IF.
008510     PERFORM RC6 THRU RC6-EXIT UNTIL GX1-RUNC-EOF-SW = 'Y'.
008520     CLOSE RUNC-FILE.
008530 RC3-EXIT.
008540     EXIT.
008550*----------------------------------------------------------------
008560* RC4 WRITES THE WHOLE LEDGER TABLE BACK TO FILERUNC. THE FILE
008570* IS SMALL AND REWRITTEN WHOLE, THE SAME WAY LABFOUR2 KEEPS ITS
008580* CHECKPOINT.
008590*----------------------------------------------------------------
008600 RC4.
008610     OPEN OUTPUT RUNC-FILE.
008620     IF GX1-RUNC-STATUS NOT = '00'
008630         DISPLAY 'GRADDIST - FILERUNC WRITE OPEN FAILED, STATUS '
008640             GX1-RUNC-STATUS
008650         MOVE 16 TO RETURN-CODE
008660         STOP RUN
008670     END-IF.
008680     PERFORM RC7 THRU RC7-EXIT
008690         VARYING GX1-RUNC-IX FROM 1 BY 1
008700         UNTIL GX1-RUNC-IX > GX1-RUNC-COUNT.
008710     CLOSE RUNC-FILE.
008720 RC4-EXIT.
008730     EXIT.
008740*----------------------------------------------------------------
008750* RC5 VERIFIES ONE LEDGER ROW: THIS STEP'S OWN ROW MUST NOT BE
008760* COMPLETE OR STILL RUNNING, AND EVERY EARLIER STEP MUST HAVE
008770* COMPLETED CLEAN.
008780*----------------------------------------------------------------
008790 RC5.
008800     IF GX1-RN-STEP (GX1-RUNC-IX) = GX1-RUNC-STEP
008810         MOVE GX1-RUNC-IX TO GX1-RUNC-SELF
008820         IF GX1-RN-STAT (GX1-RUNC-IX) = 'C'
008830             DISPLAY 'GRADDIST - STEP ALREADY COMPLETE ON '
008840                 'FILERUNC - RAN TWICE - STOPPING'
008850             SET GX1-RUNC-OK-NO TO TRUE
008860         END-IF
008870         IF GX1-RN-STAT (GX1-RUNC-IX) = 'R'
008880             DISPLAY 'GRADDIST - STEP SHOWN STILL RUNNING ON '
008890                 'FILERUNC - STOPPING'
008900             SET GX1-RUNC-OK-NO TO TRUE
008910         END-IF
008920         GO TO RC5-EXIT
008930     END-IF.
008940     IF GX1-RN-STEP (GX1-RUNC-IX) < GX1-RUNC-STEP
008950         AND GX1-RN-STAT (GX1-RUNC-IX) NOT = 'C'
008960         DISPLAY 'GRADDIST - PRIOR STEP '
008970             GX1-RN-PROG (GX1-RUNC-IX)
008980             ' HAS NOT COMPLETED CLEAN - OUT OF ORDER - STOPPING'
008990         SET GX1-RUNC-OK-NO TO TRUE
009000     END-IF.
009010 RC5-EXIT.
009020     EXIT.
009030 RC6.
009040     READ RUNC-FILE AT END
009050         MOVE 'Y' TO GX1-RUNC-EOF-SW
009060         GO TO RC6-EXIT.
009070     IF GX1-RUNC-COUNT < 8
009080         ADD 1 TO GX1-RUNC-COUNT
009090         MOVE RUNC-RECORD TO GX1-RUNC-ENTRY (GX1-RUNC-COUNT)
009100     END-IF.
009110 RC6-EXIT.
009120     EXIT.
009130 RC7.
009140     MOVE GX1-RUNC-ENTRY (GX1-RUNC-IX) TO RUNC-RECORD.
009150     WRITE RUNC-RECORD.
009160 RC7-EXIT.
009170     EXIT.
