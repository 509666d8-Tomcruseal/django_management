000400*              RUN DATE -- SO GRADVRFY CAN PROVE THE PER-TERM
000410*              FILEHIST ROW COUNTS AGAINST WHAT WAS ACTUALLY
000420*              POSTED INSTEAD OF AGAINST CONSOLE OUTPUT.
000430* 10/15/26 RH  EVERY ROW POSTED IS NOW JOURNALED TO FILEPJRN
000440*              BEFORE FILEHIST IS TOUCHED -- RUN DATE, RUN TIME,
000450*              TERM, ADDED/REPLACED, THE BEFORE IMAGE OF A
000460*              REPLACED ROW, AND THE ROW AS POSTED -- SO GRADBOUT
000470*              CAN BACK ONE BAD RUN OUT WITHOUT A RESTORE OF THE
000480*              WHOLE FILE. THE ROW IS NOW READ FIRST TO TELL AN
000490*              ADD FROM A REPLACE. FILEPCTL KEEPS ITS 26-BYTE
000500*              LAYOUT; GRADBOUT'S COMPENSATING ROWS GO TO THEIR
000510*              OWN FILE (FILEBCTL). NO JOURNAL, NO POSTING.
000520* 10/15/26 RH  MIDTERM RUN MODE. AN 'M' IN THE FILETMPM RUN-TYPE
000530*              BYTE (COLUMN 7) MEANS FILEOUT HOLDS PROGRESS
000540*              GRADES, NOT FINALS. FILEHIST, FILEPJRN, AND
000550*              FILEPCTL ARE LEFT ALONE AND EACH DETAIL GOES TO
000560*              THE MIDTERM FILE (FILEMIDT) INSTEAD, REPLACING
000570*              WHATEVER THE LAST MIDTERM RUN LEFT THERE. GRADALRT
000580*              READS IT FOR THE EARLY-ALERT LISTING AND AGAIN
000590*              AFTER THE FINAL RUN FOR THE RECOVERY LISTING.
000600*----------------------------------------------------------------
000610* HISTORY RECORD: H1-ID + H1-TERM + H1-SECT (KEY), H2 NAME,
000620* H3 TERM AVERAGE, H4 LETTER GRADE, H5 POSTED DATE, H6 CREDIT
000630* HOURS.
000640* JOURNAL RECORD (FILEPJRN): PJ1 RUN DATE, PJ2 RUN TIME, PJ3 TERM,
000650* PJ4 'A' ADDED OR 'R' REPLACED, PJ5 BEFORE IMAGE (SPACES ON AN
000660* ADD), PJ6 ROW AS POSTED.
000670* MIDTERM RECORD (FILEMIDT): MD1 TERM, MD2 STUDENT ID, MD3 COURSE/
000680* SECTION, MD4 NAME, MD5 PROGRESS AVERAGE, MD6 PROGRESS GRADE
000690* (A-F, OR W/I), MD7 RUN DATE.
000700*----------------------------------------------------------------
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT GRADE-FILE ASSIGN TO FILEOUT.
000750     SELECT PARM-FILE ASSIGN TO FILETMPM
000760         FILE STATUS IS GP1-PARM-STATUS.
000770     SELECT CATALOG-FILE ASSIGN TO FILECTLG
000780         FILE STATUS IS GP1-CTLG-STATUS.
000790     SELECT HIST-FILE ASSIGN TO FILEHIST
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS H1
000830         FILE STATUS IS GP1-HIST-STATUS.
000840     SELECT PCTL-FILE ASSIGN TO FILEPCTL.
000850     SELECT JRNL-FILE ASSIGN TO FILEPJRN
000860         FILE STATUS IS GP1-JRNL-STATUS.
000870     SELECT RUNC-FILE ASSIGN TO FILERUNC
000880         FILE STATUS IS GP1-RUNC-STATUS.
000890     SELECT MIDT-FILE ASSIGN TO FILEMIDT
000900         FILE STATUS IS GP1-MIDT-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  GRADE-FILE LABEL RECORD IS STANDARD.
000940 01  OUT-RECORD.
000950     02  O0 PIC 99.
000960     02  O1 PIC 9(6).
000970     02  S1 PIC XX.
000980     02  O2 PIC X(12).
000990     02  S2 PIC XX.
001000     02  O3 PIC 99.99.
001010     02  S3 PIC XX.
001020     02  O4 PIC 99.99.
001030     02  S4 PIC XX.
001040     02  O5 PIC 99.99.
001050     02  S5 PIC XX.
001060     02  O6 PIC 99.99.
001070     02  O7 PIC X(32).
001080     02  O8 PIC X(01).
001090 01  TRAILER-RECORD.
001100     02  T1 PIC X(10).
001110     02  T2 PIC 9(6).
001120     02  T3 PIC 99.99.
001130 01  SUBTOTAL-RECORD.
001140     02  SB1 PIC X(10).
001150     02  SB2 PIC 99.
001160     02  SB3 PIC 99.99.
001170 FD  PARM-FILE LABEL RECORD IS STANDARD.
001180 01  PARM-RECORD.
001190     02  PM1 PIC 9(06).
001200     02  PM2 PIC X(01).
001210     02  FILLER PIC X(73).
001220 FD  CATALOG-FILE LABEL RECORD IS STANDARD.
001230 01  CATALOG-RECORD.
001240     02  CG1 PIC 99.
001250     02  CG2 PIC 9(02).
001260     02  FILLER PIC X(76).
001270 FD  HIST-FILE.
001280 01  HIST-RECORD.
001290     02  H1.
001300         03  H1-ID PIC 9(6).
001310         03  H1-TERM PIC 9(6).
001320         03  H1-SECT PIC 99.
001330     02  H2 PIC X(12).
001340     02  H3 PIC 99V99.
001350     02  H4 PIC X(01).
001360     02  H5 PIC 9(08).
001370     02  H6 PIC 9(02).
001380 FD  PCTL-FILE LABEL RECORD IS STANDARD.
001390 01  PCTL-RECORD.
001400     02  PC1 PIC 9(06).
001410     02  PC2 PIC 9(06).
001420     02  PC3 PIC 9(06).
001430     02  PC4 PIC 9(08).
001450 FD  JRNL-FILE LABEL RECORD IS STANDARD.
001460 01  JRNL-RECORD.
001470     02  PJ1 PIC 9(08).
001480     02  PJ2 PIC 9(06).
001490     02  PJ3 PIC 9(06).
001500     02  PJ4 PIC X(01).
001510     02  PJ5 PIC X(41).
001520     02  PJ6 PIC X(41).
001530     02  FILLER PIC X(07).
001540 FD  RUNC-FILE LABEL RECORD IS STANDARD.
001550 01  RUNC-RECORD.
001560     02  RU1 PIC 99.
001570     02  RU2 PIC X(08).
001580     02  RU3 PIC X(01).
001590     02  RU4 PIC 9(08).
001600     02  RU5 PIC 9(06).
001610     02  RU6 PIC 9(08).
001620     02  RU7 PIC 9(06).
001630     02  RU8 PIC 9(06).
001640 FD  MIDT-FILE LABEL RECORD IS STANDARD.
001650 01  MIDT-RECORD.
001660     02  MD1 PIC 9(06).
001670     02  MD2 PIC 9(06).
001680     02  MD3 PIC 99.
001690     02  MD4 PIC X(12).
001700     02  MD5 PIC 99V99.
001710     02  MD6 PIC X(01).
001720     02  MD7 PIC 9(08).
001730     02  FILLER PIC X(01).
001740 WORKING-STORAGE SECTION.
001750 77  GP1-EOF-SW PIC X VALUE 'N'.
001760     88  GP1-EOF-YES VALUE 'Y'.
001770     88  GP1-EOF-NO  VALUE 'N'.
001780 77  GP1-PARM-STATUS PIC XX VALUE SPACES.
001790 77  GP1-HIST-STATUS PIC XX VALUE SPACES.
001800 77  GP1-JRNL-STATUS PIC XX VALUE SPACES.
001810 77  GP1-NEW-ROW PIC X(41) VALUE SPACES.
001820 77  GP1-TERM PIC 9(06) VALUE 0.
001830 77  GP1-RUN-DATE PIC 9(08) VALUE 0.
001840 77  GP1-POSTED-COUNT PIC 9(6) VALUE 0.
001850 77  GP1-REPLACED-COUNT PIC 9(6) VALUE 0.
001860 77  GP1-RUNC-CNT PIC 9(6) VALUE 0.
001870 77  GP1-CTLG-STATUS PIC XX VALUE SPACES.
001880 77  GP1-CTLG-EOF-SW PIC X VALUE 'N'.
001890 77  GP1-CTLG-IX PIC 999 COMP VALUE 0.
001900 01  GP1-CTLG-TABLE.
001910     02  GP1-CTLG-ENTRY OCCURS 99.
001920         03  GP1-CT-USED-SW PIC X.
001930         03  GP1-CT-HOURS PIC 99.
001940 77  GP1-RUN-TIME PIC 9(08) VALUE 0.
001950 77  GP1-RUNC-STATUS PIC XX VALUE SPACES.
001960 77  GP1-RUNC-STEP PIC 99 VALUE 08.
001970 77  GP1-RUNC-EOF-SW PIC X VALUE 'N'.
001980 77  GP1-RUNC-COUNT PIC 99 VALUE 0.
001990 77  GP1-RUNC-IX PIC 99 COMP VALUE 0.
002000 77  GP1-RUNC-SELF PIC 99 VALUE 0.
002010 77  GP1-RUNC-OK-SW PIC X VALUE 'Y'.
002020     88  GP1-RUNC-OK-YES VALUE 'Y'.
002030     88  GP1-RUNC-OK-NO  VALUE 'N'.
002040 77  GP1-RUNC-END-STAT PIC X VALUE 'C'.
002050 01  GP1-RUNC-TABLE.
002060     02  GP1-RUNC-ENTRY OCCURS 8.
002070         03  GP1-RN-STEP PIC 99.
002080         03  GP1-RN-PROG PIC X(08).
002090         03  GP1-RN-STAT PIC X(01).
002100         03  GP1-RN-SDATE PIC 9(08).
002110         03  GP1-RN-STIME PIC 9(06).
002120         03  GP1-RN-EDATE PIC 9(08).
002130         03  GP1-RN-ETIME PIC 9(06).
002140         03  GP1-RN-COUNT PIC 9(06).
002150 77  GP1-MIDT-STATUS PIC XX VALUE SPACES.
002160 77  GP1-MIDT-COUNT PIC 9(6) VALUE 0.
002170 77  GP1-RUN-TYPE PIC X VALUE SPACE.
002180     88  GP1-MIDTERM-YES VALUE 'M'.
002190     88  GP1-FINAL-YES VALUE 'F' ' '.
002200 PROCEDURE DIVISION.
002210 0000-MAINLINE.
002220     ACCEPT GP1-RUN-DATE FROM DATE YYYYMMDD.
002230     ACCEPT GP1-RUN-TIME FROM TIME.
002240     PERFORM RC THRU RC-EXIT.
002250     PERFORM F THRU F-EXIT.
002260     PERFORM L THRU L-EXIT.
002270     IF GP1-TERM = 0
002280         DISPLAY 'GRADPOST - NO TERM CODE ON FILETMPM - '
002290             'NOTHING POSTED'
002300         MOVE 16 TO RETURN-CODE
002310         MOVE 'E' TO GP1-RUNC-END-STAT
002320         PERFORM RC2 THRU RC2-EXIT
002330         STOP RUN
002340     END-IF.
002350     IF NOT GP1-MIDTERM-YES AND NOT GP1-FINAL-YES
002360         DISPLAY 'GRADPOST - FILETMPM RUN TYPE ' GP1-RUN-TYPE
002370             ' IS NOT M, F, OR BLANK - NOTHING POSTED'
002380         MOVE 16 TO RETURN-CODE
002390         MOVE 'E' TO GP1-RUNC-END-STAT
002400         PERFORM RC2 THRU RC2-EXIT
002410         STOP RUN
002420     END-IF.
002430     IF GP1-MIDTERM-YES
002440         PERFORM M THRU M-EXIT
002450         PERFORM RC2 THRU RC2-EXIT
002460         STOP RUN
002470     END-IF.
002480     OPEN INPUT GRADE-FILE.
002490     OPEN I-O HIST-FILE.
002500     IF GP1-HIST-STATUS = '35'
002510         OPEN OUTPUT HIST-FILE
002520         CLOSE HIST-FILE
002530         OPEN I-O HIST-FILE
002540     END-IF.
002550     IF GP1-HIST-STATUS NOT = '00'
002560         DISPLAY 'GRADPOST - FILEHIST DID NOT OPEN, STATUS '
002570             GP1-HIST-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         CLOSE GRADE-FILE
002600         MOVE 'E' TO GP1-RUNC-END-STAT
002610         PERFORM RC2 THRU RC2-EXIT
002620         STOP RUN
002630     END-IF.
002640     OPEN EXTEND JRNL-FILE.
002650     IF GP1-JRNL-STATUS = '35'
002660         OPEN OUTPUT JRNL-FILE
002670     END-IF.
002680     IF GP1-JRNL-STATUS NOT = '00'
002690         DISPLAY 'GRADPOST - FILEPJRN DID NOT OPEN, STATUS '
002700             GP1-JRNL-STATUS ' - NOTHING POSTED'
002710         MOVE 16 TO RETURN-CODE
002720         CLOSE GRADE-FILE
002730         CLOSE HIST-FILE
002740         MOVE 'E' TO GP1-RUNC-END-STAT
002750         PERFORM RC2 THRU RC2-EXIT
002760         STOP RUN
002770     END-IF.
002780     PERFORM A THRU A-EXIT UNTIL GP1-EOF-YES.
002790     DISPLAY 'GRADPOST - TERM ' GP1-TERM ' POSTED '
002800         GP1-POSTED-COUNT ' REPLACED ' GP1-REPLACED-COUNT.
002810     DISPLAY 'GRADPOST - FILEPJRN RUN STAMP ' GP1-RUN-DATE ' '
002820         GP1-RUN-TIME(1:6).
002830     CLOSE GRADE-FILE.
002840     CLOSE HIST-FILE.
002850     CLOSE JRNL-FILE.
002860     OPEN EXTEND PCTL-FILE.
002870     MOVE GP1-TERM TO PC1.
002880     MOVE GP1-POSTED-COUNT TO PC2.
002890     MOVE GP1-REPLACED-COUNT TO PC3.
002900     MOVE GP1-RUN-DATE TO PC4.
002920     WRITE PCTL-RECORD.
002930     CLOSE PCTL-FILE.
002940     COMPUTE GP1-RUNC-CNT =
002950         GP1-POSTED-COUNT + GP1-REPLACED-COUNT.
002960     PERFORM RC2 THRU RC2-EXIT.
002970     STOP RUN.
002980*----------------------------------------------------------------
002990* A READS ONE FILEOUT RECORD AND POSTS DETAIL ROWS. SECTOTAL
003000* AND TRAILER ROWS ARE STRUCTURAL AND SKIPPED.
003010*----------------------------------------------------------------
003020 A.
003030     READ GRADE-FILE AT END
003040         SET GP1-EOF-YES TO TRUE
003050         GO TO A-EXIT.
003060     IF T1 = 'TRAILER'
003070         GO TO A-EXIT
003080     END-IF.
003090     IF SB1 = 'SECTOTAL'
003100         GO TO A-EXIT
003110     END-IF.
003120     PERFORM B THRU B-EXIT.
003130 A-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160* B WRITES ONE HISTORY ROW FOR THE DETAIL IN HAND. A ROW ALREADY
003170* ON FILE MEANS A RERUN FOR THE SAME TERM -- THE ROW IS REPLACED
003180* SO THE HISTORY CARRIES THE LATEST RESULT EXACTLY ONCE. THE
003190* JOURNAL ROW (J) IS WRITTEN BEFORE THE WRITE OR REWRITE.
003200*----------------------------------------------------------------
003210 B.
003220     MOVE O1 TO H1-ID.
003230     MOVE GP1-TERM TO H1-TERM.
003240     MOVE O0 TO H1-SECT.
003250     MOVE O2 TO H2.
003260     MOVE O6(1:2) TO H3(1:2).
003270     MOVE O6(4:2) TO H3(3:2).
003280     MOVE O8 TO H4.
003290     MOVE GP1-RUN-DATE TO H5.
003300     IF O8 = 'W' OR O8 = 'I'
003310         MOVE 0 TO H6
003320     ELSE
003330         IF O0 > 0 AND GP1-CT-USED-SW (O0) = 'Y'
003340             MOVE GP1-CT-HOURS (O0) TO H6
003350         ELSE
003360             MOVE 0 TO H6
003370             DISPLAY 'GRADPOST - SECTION ' O0 ' NOT ON '
003380                 'FILECTLG - ZERO HOURS POSTED'
003390         END-IF
003400     END-IF.
003410     MOVE HIST-RECORD TO GP1-NEW-ROW.
003420     READ HIST-FILE
003430         INVALID KEY
003440             MOVE 'A' TO PJ4
003450             MOVE SPACES TO PJ5
003460         NOT INVALID KEY
003470             MOVE 'R' TO PJ4
003480             MOVE HIST-RECORD TO PJ5
003490     END-READ.
003500     MOVE GP1-NEW-ROW TO HIST-RECORD.
003510     MOVE HIST-RECORD TO PJ6.
003520     PERFORM J THRU J-EXIT.
003530     IF PJ4 = 'R'
003540         REWRITE HIST-RECORD
003550         ADD 1 TO GP1-REPLACED-COUNT
003560     ELSE
003570         WRITE HIST-RECORD
003580         ADD 1 TO GP1-POSTED-COUNT
003590     END-IF.
003600 B-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------
003630* J WRITES ONE POSTING JOURNAL ROW. PJ4-PJ6 ARE SET BY B; THE
003640* RUN STAMP AND TERM ARE FILLED IN HERE.
003650*----------------------------------------------------------------
003660 J.
003670     MOVE GP1-RUN-DATE TO PJ1.
003680     MOVE GP1-RUN-TIME(1:6) TO PJ2.
003690     MOVE GP1-TERM TO PJ3.
003700     WRITE JRNL-RECORD.
003710 J-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740* M (MIDTERM RUN) COPIES EVERY FILEOUT DETAIL TO FILEMIDT IN
003750* PLACE OF POSTING IT. FILEMIDT IS REBUILT WHOLE EACH MIDTERM RUN
003760* -- A RERUN SIMPLY REPLACES IT -- AND NOTHING PERMANENT IS
003770* TOUCHED. THE LEDGER COUNT IS THE NUMBER OF ROWS WRITTEN.
003780*----------------------------------------------------------------
003790 M.
003800     OPEN INPUT GRADE-FILE.
003810     OPEN OUTPUT MIDT-FILE.
003820     IF GP1-MIDT-STATUS NOT = '00'
003830         DISPLAY 'GRADPOST - FILEMIDT DID NOT OPEN, STATUS '
003840             GP1-MIDT-STATUS ' - NOTHING WRITTEN'
003850         MOVE 16 TO RETURN-CODE
003860         CLOSE GRADE-FILE
003870         MOVE 'E' TO GP1-RUNC-END-STAT
003880         GO TO M-EXIT
003890     END-IF.
003900     PERFORM M2 THRU M2-EXIT UNTIL GP1-EOF-YES.
003910     CLOSE GRADE-FILE.
003920     CLOSE MIDT-FILE.
003930     DISPLAY 'GRADPOST - MIDTERM RUN - TERM ' GP1-TERM
003940         ' - FILEHIST NOT TOUCHED'.
003950     DISPLAY 'GRADPOST - FILEMIDT ROWS WRITTEN ' GP1-MIDT-COUNT.
003960     MOVE GP1-MIDT-COUNT TO GP1-RUNC-CNT.
003970 M-EXIT.
003980     EXIT.
003990 M2.
004000     READ GRADE-FILE AT END
004010         SET GP1-EOF-YES TO TRUE
004020         GO TO M2-EXIT.
004030     IF T1 = 'TRAILER'
004040         GO TO M2-EXIT
004050     END-IF.
004060     IF SB1 = 'SECTOTAL'
004070         GO TO M2-EXIT
004080     END-IF.
004090     MOVE SPACES TO MIDT-RECORD.
004100     MOVE GP1-TERM TO MD1.
004110     MOVE O1 TO MD2.
004120     MOVE O0 TO MD3.
004130     MOVE O2 TO MD4.
004140     MOVE O6(1:2) TO MD5(1:2).
004150     MOVE O6(4:2) TO MD5(3:2).
004160     MOVE O8 TO MD6.
004170     MOVE GP1-RUN-DATE TO MD7.
004180     WRITE MIDT-RECORD.
004190     ADD 1 TO GP1-MIDT-COUNT.
004200 M2-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230* F READS THE TERM CODE FROM THE FILETMPM PARM CARD. POSTING
004240* WITHOUT A TERM WOULD SCATTER ROWS UNDER TERM ZERO, SO A
004250* MISSING OR BAD CARD STOPS THE RUN INSTEAD. THE RUN-TYPE BYTE
004260* ('M' MIDTERM, 'F' OR BLANK FINAL) COMES OFF THE SAME CARD.
004270*----------------------------------------------------------------
004280 F.
004290     OPEN INPUT PARM-FILE.
004300     IF GP1-PARM-STATUS NOT = '00'
004310         DISPLAY 'GRADPOST - FILETMPM NOT AVAILABLE, STATUS '
004320             GP1-PARM-STATUS
004330         GO TO F-EXIT
004340     END-IF.
004350     READ PARM-FILE
004360         AT END
004370             CONTINUE
004380         NOT AT END
004390             IF PM1 NUMERIC
004400                 MOVE PM1 TO GP1-TERM
004410             END-IF
004420             MOVE PM2 TO GP1-RUN-TYPE
004430     END-READ.
004440     CLOSE PARM-FILE.
004450 F-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480* L LOADS THE COURSE CATALOG (SECTION, CREDIT HOURS) FROM
004490* FILECTLG AT STARTUP. A MISSING FILE POSTS ZERO HOURS ON
004500* EVERY ROW -- LOUD ON THE CONSOLE SO SOMEONE FIXES THE FILE.
004510*----------------------------------------------------------------
004520 L.
004530     PERFORM L3 THRU L3-EXIT
004540         VARYING GP1-CTLG-IX FROM 1 BY 1
004550         UNTIL GP1-CTLG-IX > 99.
004560     MOVE 'N' TO GP1-CTLG-EOF-SW.
004570     OPEN INPUT CATALOG-FILE.
004580     IF GP1-CTLG-STATUS NOT = '00'
004590         DISPLAY 'GRADPOST - FILECTLG NOT AVAILABLE, STATUS '
004600             GP1-CTLG-STATUS ' - ZERO HOURS FOR ALL'
004610         GO TO L-EXIT
004620     END-IF.
004630     PERFORM L2 THRU L2-EXIT UNTIL GP1-CTLG-EOF-SW = 'Y'.
004640     CLOSE CATALOG-FILE.
004650 L-EXIT.
004660     EXIT.
004670 L2.
004680     READ CATALOG-FILE AT END
004690         MOVE 'Y' TO GP1-CTLG-EOF-SW
004700         GO TO L2-EXIT.
004710     IF CG1 NOT NUMERIC OR CG1 = 0 OR CG2 NOT NUMERIC
004720         DISPLAY 'GRADPOST - BAD FILECTLG ROW SKIPPED'
004730         GO TO L2-EXIT
004740     END-IF.
004750     MOVE 'Y' TO GP1-CT-USED-SW (CG1).
004760     MOVE CG2 TO GP1-CT-HOURS (CG1).
004770 L2-EXIT.
004780     EXIT.
004790 L3.
004800     MOVE 'N' TO GP1-CT-USED-SW (GP1-CTLG-IX).
004810     MOVE 0 TO GP1-CT-HOURS (GP1-CTLG-IX).
004820 L3-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850* RC VERIFIES THE NIGHT'S RUN LEDGER (FILERUNC) BEFORE ANY WORK
004860* IS DONE. GRADSORT OPENS THE NIGHT BY WRITING ONE ROW PER STEP
004870* OF THE CHAIN. THIS STEP MAY START ONLY WHEN ITS OWN ROW IS
004880* PENDING (OR IN ERROR FROM A FAILED TRY, SO A FIX CAN BE RERUN)
004890* AND EVERY EARLIER STEP HAS COMPLETED CLEAN -- A STEP RUN TWICE
004900* OR OUT OF ORDER STOPS HERE WITH A CONSOLE MESSAGE. THE ROW IS
004910* THEN STAMPED RUNNING WITH THE START TIME.
004920*----------------------------------------------------------------
004930 RC.
004940     PERFORM RC3 THRU RC3-EXIT.
004950     PERFORM RC5 THRU RC5-EXIT
004960         VARYING GP1-RUNC-IX FROM 1 BY 1
004970         UNTIL GP1-RUNC-IX > GP1-RUNC-COUNT.
004980     IF GP1-RUNC-SELF = 0
004990         DISPLAY 'GRADPOST - NO FILERUNC ROW FOR THIS STEP - '
005000             'RUN GRADSORT TO OPEN THE NIGHT'
005010         MOVE 16 TO RETURN-CODE
005020         STOP RUN
005030     END-IF.
005040     IF GP1-RUNC-OK-NO
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     MOVE 'R' TO GP1-RN-STAT (GP1-RUNC-SELF).
005090     MOVE GP1-RUN-DATE TO GP1-RN-SDATE (GP1-RUNC-SELF).
005100     MOVE GP1-RUN-TIME(1:6) TO GP1-RN-STIME (GP1-RUNC-SELF).
005110     MOVE 0 TO GP1-RN-EDATE (GP1-RUNC-SELF).
005120     MOVE 0 TO GP1-RN-ETIME (GP1-RUNC-SELF).
005130     MOVE 0 TO GP1-RN-COUNT (GP1-RUNC-SELF).
005140     PERFORM RC4 THRU RC4-EXIT.
005150 RC-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------
005180* RC2 STAMPS THIS STEP'S LEDGER ROW WITH ITS ENDING STATUS, THE
005190* END TIME, AND THE RECORD COUNT, AND SAVES THE LEDGER.
005200*----------------------------------------------------------------
005210 RC2.
005220     ACCEPT GP1-RUN-TIME FROM TIME.
005230     MOVE GP1-RUNC-END-STAT TO GP1-RN-STAT (GP1-RUNC-SELF).
005240     MOVE GP1-RUN-DATE TO GP1-RN-EDATE (GP1-RUNC-SELF).
005250     MOVE GP1-RUN-TIME(1:6) TO GP1-RN-ETIME (GP1-RUNC-SELF).
005260     MOVE GP1-RUNC-CNT TO GP1-RN-COUNT (GP1-RUNC-SELF).
005270     PERFORM RC4 THRU RC4-EXIT.
005280 RC2-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310* RC3 LOADS THE LEDGER INTO THE TABLE. A MISSING FILERUNC MEANS
005320* GRADSORT HAS NOT OPENED THE NIGHT, SO NOTHING MAY RUN.
005330*----------------------------------------------------------------
005340 RC3.
005350     MOVE 'N' TO GP1-RUNC-EOF-SW.
005360     MOVE 0 TO GP1-RUNC-COUNT.
005370     MOVE 0 TO GP1-RUNC-SELF.
005380     SET GP1-RUNC-OK-YES TO TRUE.
005390     OPEN INPUT RUNC-FILE.
005400     IF GP1-RUNC-STATUS NOT = '00'
005410         DISPLAY 'GRADPOST - FILERUNC NOT AVAILABLE, STATUS '
005420             GP1-RUNC-STATUS ' - RUN GRADSORT TO OPEN THE NIGHT'
005430         MOVE 16 TO RETURN-CODE
005440         STOP RUN
005450     END-IF.
005460     PERFORM RC6 THRU RC6-EXIT UNTIL GP1-RUNC-EOF-SW = 'Y'.
005470     CLOSE RUNC-FILE.
005480 RC3-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------
005510* RC4 WRITES THE WHOLE LEDGER TABLE BACK TO FILERUNC. THE FILE
005520* IS SMALL AND REWRITTEN WHOLE, THE SAME WAY LABFOUR2 KEEPS ITS
005530* CHECKPOINT.
005540*----------------------------------------------------------------
005550 RC4.
005560     OPEN OUTPUT RUNC-FILE.
005570     IF GP1-RUNC-STATUS NOT = '00'
005580         DISPLAY 'GRADPOST - FILERUNC WRITE OPEN FAILED, STATUS '
005590             GP1-RUNC-STATUS
005600         MOVE 16 TO RETURN-CODE
005610         STOP RUN
005620     END-IF.
005630     PERFORM RC7 THRU RC7-EXIT
005640         VARYING GP1-RUNC-IX FROM 1 BY 1
005650         UNTIL GP1-RUNC-IX > GP1-RUNC-COUNT.
005660     CLOSE RUNC-FILE.
005670 RC4-EXIT.
005680     EXIT.
005690*----------------------------------------------------------------
005700* RC5 VERIFIES ONE LEDGER ROW: THIS STEP'S OWN ROW MUST NOT BE
005710* COMPLETE OR STILL RUNNING, AND EVERY EARLIER STEP MUST HAVE
005720* COMPLETED CLEAN.
005730*----------------------------------------------------------------
005740 RC5.
005750     IF GP1-RN-STEP (GP1-RUNC-IX) = GP1-RUNC-STEP
005760         MOVE GP1-RUNC-IX TO GP1-RUNC-SELF
005770         IF GP1-RN-STAT (GP1-RUNC-IX) = 'C'
005780             DISPLAY 'GRADPOST - STEP ALREADY COMPLETE ON '
005790                 'FILERUNC - RAN TWICE - STOPPING'
005800             SET GP1-RUNC-OK-NO TO TRUE
005810         END-IF
005820         IF GP1-RN-STAT (GP1-RUNC-IX) = 'R'
005830             DISPLAY 'GRADPOST - STEP SHOWN STILL RUNNING ON '
005840                 'FILERUNC - STOPPING'
005850             SET GP1-RUNC-OK-NO TO TRUE
005860         END-IF
005870         GO TO RC5-EXIT
005880     END-IF.
005890     IF GP1-RN-STEP (GP1-RUNC-IX) < GP1-RUNC-STEP
005900         AND GP1-RN-STAT (GP1-RUNC-IX) NOT = 'C'
005910         DISPLAY 'GRADPOST - PRIOR STEP '
005920             GP1-RN-PROG (GP1-RUNC-IX)
005930             ' HAS NOT COMPLETED CLEAN - OUT OF ORDER - STOPPING'
005940         SET GP1-RUNC-OK-NO TO TRUE
005950     END-IF.
005960 RC5-EXIT.
005970     EXIT.
005980 RC6.
005990     READ RUNC-FILE AT END
006000         MOVE 'Y' TO GP1-RUNC-EOF-SW
006010         GO TO RC6-EXIT.
006020     IF GP1-RUNC-COUNT < 8
006030         ADD 1 TO GP1-RUNC-COUNT
006040         MOVE RUNC-RECORD TO GP1-RUNC-ENTRY (GP1-RUNC-COUNT)
006050     END-IF.
006060 RC6-EXIT.
006070     EXIT.
006080 RC7.
006090     MOVE GP1-RUNC-ENTRY (GP1-RUNC-IX) TO RUNC-RECORD.
006100     WRITE RUNC-RECORD.
006110 RC7-EXIT.
006120     EXIT.
