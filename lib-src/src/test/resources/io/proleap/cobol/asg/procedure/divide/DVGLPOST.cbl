000870*                    FIRST EXTRACT RECORD, SILENTLY DROPPING IT   *
000880*                    FROM THE BATCH ON ANY NIGHT WITH A           *
000890*                    REINSTATEMENT.                               *
000891*    2026-10-06 RSH  THE HARDCODED ONE-ACCOUNT-PER-CALC-TYPE      *
000892*                    TABLE (WS-ACCT-VALUES) IS GONE.  EACH        *
000893*                    EXTRACT RECORD NOW LOOKS UP ITS DEPARTMENT   *
000894*                    AND CALC TYPE ON THE KEYED ACCOUNT-MAPPING   *
000895*                    MASTER (DVACCTF, COPY DVACMR, MAINTAINED BY  *
000896*                    DVACCT) AND THE BATCH CARRIES ONE POSTING    *
000897*                    LINE PER DEPARTMENT, CALC TYPE, AND ACCOUNT, *
000898*                    SO FINANCE NO LONGER RE-CLASSES BY HAND AT   *
000899*                    MONTH-END.  REVERSAL ROWS POST TO THE        *
000900*                    MAPPING'S OFFSET ACCOUNT.  A RECORD WITH NO  *
000901*                    MAPPING (OR AN INACTIVE ONE, FOR A NON-      *
000902*                    REVERSAL) GOES TO SUSPENSE LIKE AN UNKNOWN   *
000903*                    CALC TYPE.  A MAPPING MASTER THAT CANNOT BE  *
000904*                    OPENED ENDS THE STEP RETURN CODE 16 WITH NO  *
000905*                    BATCH CUT AND DVGLRIN LEFT FOR THE RERUN.    *
000906*    2026-10-15 RSH  A BUSINESS DATE MAY NOW CARRY MORE THAN ONE  *
000907*                    DIVSTMT RUN.  THE STEP POSTS THE RUN NAMED   *
000908*                    ON THE DATE CONTROL RECORD: ONLY EXTRACT     *
000909*                    ROWS OF THAT DATE AND RUN (BLANK READS AS    *
000910*                    RUN 01) ARE SELECTED, AND THE BATCH HEADER   *
000911*                    AND REGISTER ENTRY CARRY THE RUN NUMBER SO   *
000912*                    EACH RUN'S BATCH IS ACKNOWLEDGED ON ITS      *
000913*                    OWN.  THE BATCH TOTALS ARE STAMPED ON THE    *
000914*                    RUN'S RUN-REGISTER ENTRY (DVRUNREG, COPY     *
000915*                    DVRNRR) AND THE STEP DISPLAYS EVERY RUN OF   *
000916*                    THE DATE POSTED SO FAR WITH A DAY TOTAL.     *
000917*                    THE SUSPENSE AND REINSTATEMENT BUFFERS ARE   *
000918*                    NOW 86 BYTES WITH THE EXTRACT.  RUN 02 AND   *
000919*                    UP LOG AS DVGLPO PLUS THE RUN NUMBER.        *
000920*    2026-10-15 RSH  ALLOCATION SHARE ROWS (CALC TYPE 'A', SEE    *
000921*                    DVGLR) POST LIKE ANY OTHER ROW, EACH TO ITS  *
000922*                    RECEIVING DEPARTMENT'S CALC TYPE A MAPPING.  *
000923*                    EXTRACT BUFFERS WIDENED TO 100 BYTES FOR     *
000924*                    THE NEW EXTRACT LENGTH.  A HELD-OUT SHARE    *
000925*                    GOES ON THE SUSPENSE MASTER WITH ITS SHARE   *
000926*                    NUMBER AND SOURCE DEPARTMENT; SINCE ALL      *
000927*                    SHARES OF ONE ALLOCATION SHARE ONE KEY, A    *
000928*                    SECOND SHARE HELD OUT IS LEFT ON THE FLAT    *
000929*                    SUSPENSE FILE WITH A WARNING RATHER THAN     *
000930*                    OVERLAYING THE FIRST.                        *
000931*    2026-10-15 RSH  SUSPENSE AND REINSTATEMENT BUFFERS WIDENED   *
000932*                    TO 117 BYTES FOR THE REVERSAL'S ORIGINAL     *
000933*                    HISTORY KEY ON THE EXTRACT RECORD (SEE       *
000934*                    DVGLR).                                      *
000935******************************************************************
000936 ENVIRONMENT DIVISION.
000937 CONFIGURATION SECTION.
000938 SOURCE-COMPUTER. IBM-370.
000940 OBJECT-COMPUTER. IBM-370.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
001240         RECORD KEY IS SU-KEY
001250         FILE STATUS IS WS-SUSP-FILE-STATUS.
001260
001261     SELECT DVACCTF-FILE ASSIGN TO DVACCTF
001262         ORGANIZATION IS INDEXED
001263         ACCESS MODE IS DYNAMIC
001264         RECORD KEY IS AM-KEY
001265         FILE STATUS IS WS-ACCT-FILE-STATUS.
001266
001270     SELECT DVGLRIN-FILE ASSIGN TO DVGLRIN
001280         ORGANIZATION IS SEQUENTIAL.
001290
001320         ACCESS MODE IS DYNAMIC
001330         RECORD KEY IS RL-KEY
001340         FILE STATUS IS WS-RLOG-FILE-STATUS.
001341
001342     SELECT DVRUNREG-FILE ASSIGN TO DVRUNREG
001343         ORGANIZATION IS INDEXED
001344         ACCESS MODE IS DYNAMIC
001345         RECORD KEY IS RR-KEY
001346         FILE STATUS IS WS-RREG-FILE-STATUS.
001350 DATA DIVISION.
001360 FILE SECTION.
001370 FD  DVGLCUR-FILE
001480
001490 FD  DVGLSUSP-FILE
001500     RECORDING MODE IS F.
001510 01  DVGLPOST-SUSP-REC               PIC X(117).
001520
001530 FD  DVBATREG-FILE
001540     RECORDING MODE IS F.
001660     RECORDING MODE IS F.
001670     COPY DVSUSR.
001680
001682 FD  DVACCTF-FILE
001684     RECORDING MODE IS F.
001686     COPY DVACMR.
001688
001690 FD  DVGLRIN-FILE
001700     RECORDING MODE IS F.
001710 01  DVGLPOST-REIN-REC               PIC X(117).
001720
001730 FD  DVRUNLOG-FILE
001740     RECORDING MODE IS F.
001750     COPY DVRLGR.
001752
001754 FD  DVRUNREG-FILE
001756     RECORDING MODE IS F.
001758     COPY DVRNRR.
001760 WORKING-STORAGE SECTION.
001770 77  WS-GL-EOF-SW                PIC X(01) VALUE 'N'.
001780     88  WS-GL-EOF                   VALUE 'Y'.
001900 77  WS-DIVIDEND-HASH            PIC S9(13)V99 COMP-3 VALUE ZERO.
001910 77  WS-QUOT-SUM                 PIC S9(13)V99 COMP-3 VALUE ZERO.
001920 77  AC-IDX                      PIC 9(04) COMP VALUE ZERO.
001921 77  AC-USED                     PIC 9(04) COMP VALUE ZERO.
001922 77  WS-ACCT-FILE-STATUS         PIC X(02) VALUE '00'.
001923     88  WS-ACCT-FILE-OK             VALUE '00'.
001924 77  WS-ACCT-ERROR-SW            PIC X(01) VALUE 'N'.
001925     88  WS-ACCT-ERROR               VALUE 'Y'.
001926 77  WS-MAP-FOUND-SW             PIC X(01) VALUE 'N'.
001927     88  WS-MAP-FOUND                VALUE 'Y'.
001928 77  WS-POST-ACCOUNT             PIC X(08) VALUE SPACES.
001930 77  WS-DEPT-FILE-STATUS         PIC X(02) VALUE '00'.
001940     88  WS-DEPT-FILE-OK             VALUE '00'.
001950 77  WS-DEPT-AVAIL-SW            PIC X(01) VALUE 'N'.
002060 77  WS-RLOG-FILE-STATUS         PIC X(02) VALUE '00'.
002070     88  WS-RLOG-FILE-OK             VALUE '00'.
002080 77  WS-START-TIME               PIC X(08) VALUE SPACES.
002081 77  WS-RUN-NO                   PIC 9(02) VALUE 1.
002082 77  WS-REC-RUN-NO               PIC 9(02) VALUE ZERO.
002083 77  WS-RREG-FILE-STATUS         PIC X(02) VALUE '00'.
002084     88  WS-RREG-FILE-OK             VALUE '00'.
002085 77  WS-RREG-EOF-SW              PIC X(01) VALUE 'N'.
002086     88  WS-RREG-EOF                 VALUE 'Y'.
002087 77  WS-DAY-RUN-COUNT            PIC 9(04) COMP VALUE ZERO.
002088 77  WS-DAY-REC-COUNT            PIC 9(09) COMP VALUE ZERO.
002089 77  WS-DAY-SUSP-COUNT           PIC 9(09) COMP VALUE ZERO.
002090 77  WS-DAY-DIV-HASH             PIC S9(13)V99 COMP-3 VALUE ZERO.
002091 77  WS-DAY-QUOT-SUM             PIC S9(13)V99 COMP-3 VALUE ZERO.
002092 77  WS-AMT-ED-1                 PIC -Z(12)9.99.
002093 77  WS-AMT-ED-2                 PIC -Z(12)9.99.
002094
002095 01  WS-STEP-NAME-AREA.
002096     05  WS-STEP-STEM            PIC X(06) VALUE 'DVGLPO'.
002097     05  WS-STEP-RUN-NO          PIC 9(02) VALUE ZERO.
002098
002100 01  WS-SUSP-HDG-LINE.
002110     05  FILLER                  PIC X(40)
002120         VALUE 'DVGLPOST GL SUSPENSE LISTING FOR '.
002280     05  FILLER                  PIC X(28) VALUE SPACES.
002290
002300******************************************************************
002310*    ONE ACCUMULATOR PER DEPARTMENT, CALC TYPE, AND LEDGER        *
002320*    ACCOUNT, FILLED IN ORDER OF FIRST APPEARANCE.  THE ACCOUNT   *
002330*    CODING COMES FROM THE ACCOUNT-MAPPING MASTER.                *
002340******************************************************************
002440 01  WS-SUM-TABLE.
002442     05  WS-SUM-ENTRY OCCURS 500 TIMES.
002444         10  WS-SUM-DEPT         PIC X(04).
002446         10  WS-SUM-TYPE         PIC X(01).
002448         10  WS-SUM-ACCOUNT      PIC X(08).
002460         10  WS-SUM-COUNT        PIC 9(09) COMP.
002470         10  WS-SUM-QUOT         PIC S9(12)V99 COMP-3.
002480         10  WS-SUM-REM          PIC S9(12)V9(04) COMP-3.
002500 PROCEDURE DIVISION.
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002525     IF NOT WS-ACCT-ERROR
002530         PERFORM 1500-PROCESS-REINSTATED THRU 1500-EXIT
002535             UNTIL WS-REIN-EOF
002540         PERFORM 2900-READ-EXTRACT THRU 2900-EXIT
002545         PERFORM 2000-SELECT-EXTRACT THRU 2000-EXIT
002550             UNTIL WS-GL-EOF
002555         PERFORM 3000-WRITE-BATCH THRU 3000-EXIT
002560     END-IF.
002590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002600     STOP RUN.
002610
002620******************************************************************
002630*    1000-INITIALIZE                                             *
002632*    THE ACCOUNT-MAPPING MASTER MUST BE AVAILABLE -- WITHOUT IT   *
002634*    NOTHING CAN BE CODED TO AN ACCOUNT.  AN OPEN FAILURE ENDS    *
002636*    THE STEP WITH RETURN CODE 16 AND NO BATCH CUT.               *
002640******************************************************************
002650 1000-INITIALIZE.
002660     ACCEPT WS-START-TIME FROM TIME.
002860             'STATUS ' WS-DEPT-FILE-STATUS
002870             ' - NAMES LEFT BLANK ON LISTING'
002880     END-IF.
002881     OPEN INPUT DVACCTF-FILE.
002882     IF NOT WS-ACCT-FILE-OK
002883         DISPLAY 'DVGLPOST: ACCOUNT-MAPPING MASTER OPEN FAILED - '
002884             'STATUS ' WS-ACCT-FILE-STATUS ' - NOTHING POSTED'
002885         MOVE 'Y' TO WS-ACCT-ERROR-SW
002886         MOVE 16 TO RETURN-CODE
002887     END-IF.
002890     PERFORM 1100-GET-BUS-DATE THRU 1100-EXIT.
002900     ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD.
002910     ACCEPT WS-CREATE-TIME FROM TIME.
002920     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
002930     ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE.
002970     MOVE WS-RUN-DATE TO WS-SUSP-HDG-DATE.
002980     WRITE DVSTMT-REPORT-REC FROM WS-SUSP-HDG-LINE.
002990 1000-EXIT.
003030*    1100-GET-BUS-DATE                                           *
003040*    READS THE CYCLE'S BUSINESS DATE FROM THE PRDNITE DATE        *
003050*    CONTROL FILE.  FALLS BACK TO THE SYSTEM DATE WITH A WARNING  *
003055*    SO A STANDALONE RUN STILL WORKS.  THE RUN NUMBER COMES FROM  *
003060*    THE SAME RECORD; BLANK OR NO RECORD MEANS RUN 01.            *
003070******************************************************************
003080 1100-GET-BUS-DATE.
003090     MOVE SPACES TO WS-RUN-DATE.
003140         NOT AT END
003150             MOVE 'Y' TO WS-BUSDATE-FOUND-SW
003160             MOVE DTC-BUSINESS-DATE TO WS-RUN-DATE
003162             IF DTC-RUN-NO-X NUMERIC AND DTC-RUN-NO > ZERO
003164                 MOVE DTC-RUN-NO TO WS-RUN-NO
003166             END-IF
003170     END-READ.
003180     CLOSE BUSDATE-FILE.
003190     IF WS-RUN-DATE = SPACES
003460 1500-EXIT.
003470     EXIT.
003480
003560******************************************************************
003570*    2000-SELECT-EXTRACT                                         *
003580*    ONE ITERATION PER CURRENT-CYCLE EXTRACT RECORD.  ONLY THE    *
003590*    CYCLE'S GL-RUN-DATE AND RUN NUMBER ARE SELECTED -- THE       *
003600*    GUARD CATCHES A STALE CYCLE FILE.                            *
003610*    A DISCREPANT RECORD GOES TO THE SUSPENSE FILE INSTEAD OF     *
003620*    THE POSTING SUMMARY.                                         *
003630******************************************************************
003640 2000-SELECT-EXTRACT.
003642     IF GL-RUN-NO-X NUMERIC AND GL-RUN-NO > ZERO
003644         MOVE GL-RUN-NO TO WS-REC-RUN-NO
003646     ELSE
003648         MOVE 1 TO WS-REC-RUN-NO
003650     END-IF.
003652     IF GL-RUN-DATE = WS-RUN-DATE AND WS-REC-RUN-NO = WS-RUN-NO
003660         ADD 1 TO WS-SELECT-COUNT
003670         IF GL-IS-DISCREPANT
003680             ADD 1 TO WS-SUSPENSE-COUNT
003800
003810******************************************************************
003820*    2100-ACCUMULATE                                             *
003825*    CODES THE RECORD TO ITS ACCOUNT FROM THE MAPPING MASTER AND  *
003830*    ADDS IT INTO THAT DEPARTMENT/CALC-TYPE/ACCOUNT POSTING LINE  *
003835*    AND THE TRAILER HASH TOTALS.  AN UNKNOWN CALC TYPE, A        *
003840*    RECORD WITH NO USABLE MAPPING, AND A RECORD THAT WOULD NEED  *
003845*    A 501ST POSTING LINE ALL GO TO SUSPENSE INSTEAD.             *
003850******************************************************************
003860 2100-ACCUMULATE.
003870     IF GL-CALC-TYPE NOT = '1' AND GL-CALC-TYPE NOT = '2'
003880             AND GL-CALC-TYPE NOT = '3' AND GL-CALC-TYPE NOT = 'A'
003890         DISPLAY 'DVGLPOST: UNKNOWN CALC TYPE ' GL-CALC-TYPE
003900             ' ON EXTRACT - RECORD TO SUSPENSE'
003930         MOVE 'UNKNOWN CALC TYPE' TO WS-SUSP-REASON
003932         PERFORM 2500-HOLD-OUT THRU 2500-EXIT
003934         GO TO 2100-EXIT
003936     END-IF.
003938     PERFORM 2120-GET-ACCOUNT THRU 2120-EXIT.
003940     IF NOT WS-MAP-FOUND
003942         DISPLAY 'DVGLPOST: NO ACCOUNT MAPPING FOR ' GL-DEPT-CODE
003944             '/' GL-CALC-TYPE ' - RECORD TO SUSPENSE'
003946         MOVE 'NO ACCOUNT MAPPING' TO WS-SUSP-REASON
003948         PERFORM 2500-HOLD-OUT THRU 2500-EXIT
003950         GO TO 2100-EXIT
003952     END-IF.
003954     PERFORM 2150-FIND-LINE THRU 2150-EXIT.
003956     IF AC-IDX > 500
003958         DISPLAY 'DVGLPOST: POSTING TABLE FULL AT 500 LINES - '
003960             'RECORD TO SUSPENSE'
003962         MOVE 'POSTING TABLE FULL' TO WS-SUSP-REASON
003964         PERFORM 2500-HOLD-OUT THRU 2500-EXIT
003966         GO TO 2100-EXIT
003968     END-IF.
003970     ADD 1 TO WS-SUM-COUNT (AC-IDX).
003972     ADD GL-QUOTIENT TO WS-SUM-QUOT (AC-IDX).
003974     ADD GL-REMAINDER TO WS-SUM-REM (AC-IDX).
003976     ADD GL-DIVIDEND TO WS-DIVIDEND-HASH.
003978     ADD GL-QUOTIENT TO WS-QUOT-SUM.
003980     IF GL-IS-REVERSAL
003982         ADD 1 TO WS-REVERSAL-COUNT
004050     END-IF.
004060 2100-EXIT.
004070     EXIT.
004080
004081******************************************************************
004082*    2120-GET-ACCOUNT                                             *
004083*    READS THE (DEPARTMENT, CALC TYPE) MAPPING.  A REVERSAL ROW   *
004084*    POSTS TO THE OFFSET ACCOUNT AND MAY USE A MAPPING SINCE      *
004085*    DEACTIVATED -- THE ITEM IT BACKS OUT WAS POSTED WHILE THE    *
004086*    MAPPING WAS ACTIVE.  ANY OTHER ROW NEEDS AN ACTIVE MAPPING.  *
004087******************************************************************
004088 2120-GET-ACCOUNT.
004089     MOVE 'N' TO WS-MAP-FOUND-SW.
004090     MOVE SPACES TO WS-POST-ACCOUNT.
004091     MOVE GL-DEPT-CODE TO AM-DEPT-CODE.
004092     MOVE GL-CALC-TYPE TO AM-CALC-TYPE.
004093     READ DVACCTF-FILE
004094         INVALID KEY
004095             GO TO 2120-EXIT
004096     END-READ.
004097     IF GL-IS-REVERSAL
004098         MOVE AM-OFFSET-ACCOUNT TO WS-POST-ACCOUNT
004099     ELSE
004100         IF AM-ACTIVE
004101             MOVE AM-GL-ACCOUNT TO WS-POST-ACCOUNT
004102         END-IF
004103     END-IF.
004104     IF WS-POST-ACCOUNT NOT = SPACES
004105         MOVE 'Y' TO WS-MAP-FOUND-SW
004106     END-IF.
004107 2120-EXIT.
004108     EXIT.
004109
004110******************************************************************
004111*    2150-FIND-LINE                                               *
004112*    FINDS THE POSTING LINE FOR THE RECORD'S DEPARTMENT, CALC     *
004113*    TYPE, AND ACCOUNT, OPENING A NEW ONE WHEN THIS IS THE        *
004114*    COMBINATION'S FIRST RECORD.  AC-IDX COMES BACK PAST 500      *
004115*    WHEN THE TABLE IS FULL.                                      *
004116******************************************************************
004117 2150-FIND-LINE.
004118     MOVE 1 TO AC-IDX.
004119     PERFORM 2160-BUMP-LINE THRU 2160-EXIT
004120         UNTIL AC-IDX > AC-USED
004121         OR (WS-SUM-DEPT (AC-IDX) = GL-DEPT-CODE
004122         AND WS-SUM-TYPE (AC-IDX) = GL-CALC-TYPE
004123         AND WS-SUM-ACCOUNT (AC-IDX) = WS-POST-ACCOUNT).
004124     IF AC-IDX > AC-USED AND AC-USED < 500
004125         ADD 1 TO AC-USED
004126         MOVE AC-USED TO AC-IDX
004127         MOVE GL-DEPT-CODE TO WS-SUM-DEPT (AC-IDX)
004128         MOVE GL-CALC-TYPE TO WS-SUM-TYPE (AC-IDX)
004129         MOVE WS-POST-ACCOUNT TO WS-SUM-ACCOUNT (AC-IDX)
004130         MOVE ZERO TO WS-SUM-COUNT (AC-IDX)
004131         MOVE ZERO TO WS-SUM-QUOT (AC-IDX)
004132         MOVE ZERO TO WS-SUM-REM (AC-IDX)
004133     END-IF.
004140 2150-EXIT.
004150     EXIT.
004160
004170 2160-BUMP-LINE.
004180     ADD 1 TO AC-IDX.
004210 2160-EXIT.
004220     EXIT.
004230
004700*    SO DVSUSDSP CAN REBUILD THE FULL EXTRACT RECORD ON A         *
004710*    REINSTATEMENT.  A DUPLICATE KEY (A RERUN OVER THE SAME       *
004720*    EXTRACT) REWRITES THE SAME ITEM, SO THE RERUN IS HARMLESS.   *
004722*    THE SHARES OF ONE ALLOCATION ALL HAVE THE SAME KEY, SO A     *
004724*    DUPLICATE KEY ON A SHARE ROW IS REWRITTEN ONLY WHEN THE      *
004726*    MASTER ITEM IS THAT SAME SHARE (2410-REWRITE-SUSPENSE).      *
004730******************************************************************
004740 2400-UPSERT-SUSPENSE.
004750     IF NOT WS-SUSP-AVAIL
004760         GO TO 2400-EXIT
004770     END-IF.
004771     PERFORM 2405-BUILD-SUSPENSE THRU 2405-EXIT.
004772     WRITE DVSUSP-MASTER-REC
004773         INVALID KEY
004774             PERFORM 2410-REWRITE-SUSPENSE THRU 2410-EXIT
004775     END-WRITE.
004776 2400-EXIT.
004777     EXIT.
004778
004779 2405-BUILD-SUSPENSE.
004780     MOVE SPACES TO DVSUSP-MASTER-REC.
004790     MOVE 'G' TO SU-ORIGIN.
004800     MOVE GL-RUN-DATE TO SU-RUN-DATE.
004940     MOVE ZERO TO SU-CYCLE-COUNT.
004950     MOVE WS-RUN-DATE TO SU-ADD-DATE.
004960     MOVE WS-SUSP-REASON TO SU-REASON-TEXT.
004961     IF GL-SHARE-NO-X NUMERIC AND GL-SHARE-NO > ZERO
004962         MOVE GL-SHARE-NO TO SU-SHARE-NO
004963     END-IF.
004964     MOVE GL-SOURCE-DEPT TO SU-SOURCE-DEPT.
004965 2405-EXIT.
004966     EXIT.
004967
004968******************************************************************
004969*    2410-REWRITE-SUSPENSE                                        *
004970*    THE ITEM IS ALREADY ON THE MASTER.  FOR A SHARE ROW THE      *
004971*    MASTER ITEM IS READ FIRST: ANOTHER SHARE OF THE SAME         *
004972*    ALLOCATION IS LEFT AS IT IS AND THIS ONE STAYS ON THE FLAT   *
004973*    SUSPENSE FILE ONLY, WITH A WARNING FOR THE WEEKLY REVIEW.    *
004974******************************************************************
004975 2410-REWRITE-SUSPENSE.
004976     IF GL-SHARE-NO-X NUMERIC AND GL-SHARE-NO > ZERO
004977         READ DVSUSPF-FILE
004978             INVALID KEY
004979                 DISPLAY 'DVGLPOST: SUSPENSE UPSERT FAILED '
004980                     'FOR ' SU-RUN-DATE ' ' SU-TRANS-SEQ
004981                 GO TO 2410-EXIT
004982         END-READ
004983         IF SU-SHARE-NO-X NOT = GL-SHARE-NO-X
004984             DISPLAY 'DVGLPOST: SHARE ' GL-SHARE-NO ' OF '
004985                 SU-RUN-DATE ' ' SU-TRANS-SEQ
004986                 ' ON FLAT SUSPENSE ONLY - MASTER HOLDS SHARE '
004987                 SU-SHARE-NO-X
004988             GO TO 2410-EXIT
004989         END-IF
004990         PERFORM 2405-BUILD-SUSPENSE THRU 2405-EXIT
004991     END-IF.
004992     REWRITE DVSUSP-MASTER-REC
004993         INVALID KEY
004994             DISPLAY 'DVGLPOST: SUSPENSE UPSERT FAILED '
004995                 'FOR ' SU-RUN-DATE ' ' SU-TRANS-SEQ
004996     END-REWRITE.
004997 2410-EXIT.
004998     EXIT.
004999
005000******************************************************************
005001*    2500-HOLD-OUT                                                *
005002*    HOLDS ONE RECORD OUT OF THE BATCH: FLAT SUSPENSE FILE,       *
005003*    SUSPENSE LISTING, AND SUSPENSE MASTER, WITH THE REASON       *
005004*    ALREADY IN WS-SUSP-REASON.                                   *
005005******************************************************************
005006 2500-HOLD-OUT.
005007     ADD 1 TO WS-SUSPENSE-COUNT.
005008     WRITE DVGLPOST-SUSP-REC FROM DVSTMT-GL-REC.
005009     PERFORM 2300-WRITE-SUSP-LIST THRU 2300-EXIT.
005010     PERFORM 2400-UPSERT-SUSPENSE THRU 2400-EXIT.
005011 2500-EXIT.
005060     EXIT.
005070
005080 2900-READ-EXTRACT.
005160******************************************************************
005170*    3000-WRITE-BATCH                                            *
005180*    WRITES THE BATCH ENVELOPE: HEADER, ONE POSTING DETAIL PER    *
005190*    DEPARTMENT/CALC-TYPE/ACCOUNT LINE, AND THE CONTROL TRAILER.  *
005200******************************************************************
005210 3000-WRITE-BATCH.
005220     MOVE SPACES TO DVSTMT-POST-REC.
005250     MOVE WS-JOB-NAME TO PST-HDR-JOB-NAME.
005260     MOVE WS-CREATE-DATE TO PST-HDR-CREATE-DATE.
005270     MOVE WS-CREATE-TIME TO PST-HDR-CREATE-TIME.
005275     MOVE WS-RUN-NO TO PST-HDR-RUN-NO.
005280     WRITE DVSTMT-POST-REC.
005290     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
005300         VARYING AC-IDX FROM 1 BY 1
005310         UNTIL AC-IDX > AC-USED.
005320     MOVE SPACES TO DVSTMT-POST-REC.
005330     MOVE 'T' TO PST-REC-TYPE.
005340     MOVE WS-DETAIL-COUNT TO PST-TRL-REC-COUNT.
005410
005420******************************************************************
005430*    3100-WRITE-DETAIL                                           *
005440*    ONE POSTING LINE PER DEPARTMENT, CALC TYPE, AND ACCOUNT.     *
005450******************************************************************
005460 3100-WRITE-DETAIL.
005470     IF WS-SUM-COUNT (AC-IDX) > ZERO
005480         ADD 1 TO WS-DETAIL-COUNT
005490         MOVE SPACES TO DVSTMT-POST-REC
005500         MOVE 'D' TO PST-REC-TYPE
005505         MOVE WS-SUM-TYPE (AC-IDX) TO PST-DTL-CALC-TYPE
005510         MOVE WS-SUM-ACCOUNT (AC-IDX) TO PST-DTL-ACCOUNT
005515         MOVE WS-SUM-DEPT (AC-IDX) TO PST-DTL-DEPT-CODE
005530         MOVE WS-SUM-COUNT (AC-IDX) TO PST-DTL-REC-COUNT
005540         MOVE WS-SUM-QUOT (AC-IDX) TO PST-DTL-QUOT-TOTAL
005550         MOVE WS-SUM-REM (AC-IDX) TO PST-DTL-REM-TOTAL
005730     MOVE WS-DIVIDEND-HASH TO BR-DIVIDEND-HASH.
005740     MOVE WS-QUOT-SUM TO BR-QUOT-SUM.
005750     MOVE 'O' TO BR-STATUS.
005755     MOVE WS-RUN-NO TO BR-RUN-NO.
005760     WRITE DVGLPOST-BATCH-REG-REC.
005770 3200-EXIT.
005780     EXIT.
005860         WS-SUSPENSE-COUNT ' TO SUSPENSE, '
005870         WS-REVERSAL-COUNT ' REVERSALS NETTED, '
005880         WS-REINSTATED-COUNT ' REINSTATED'.
005882     IF NOT WS-ACCT-ERROR
005884         PERFORM 9200-UPDATE-RUN-REG THRU 9200-EXIT
005886     END-IF.
005888     IF WS-SUSPENSE-COUNT > ZERO AND RETURN-CODE = ZERO
005900         MOVE 4 TO RETURN-CODE
005910     END-IF.
005920     CLOSE DVGLCUR-FILE
006010     IF WS-SUSP-AVAIL
006020         CLOSE DVSUSPF-FILE
006030     END-IF.
006032     IF NOT WS-ACCT-ERROR
006034         CLOSE DVACCTF-FILE
006036     END-IF.
006040     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
006050 9000-EXIT.
006051     EXIT.
006052
006053******************************************************************
006054*    9200-UPDATE-RUN-REG                                          *
006055*    STAMPS THE BATCH JUST CUT ON THE RUN'S RUN-REGISTER ENTRY,   *
006056*    THEN DISPLAYS EVERY RUN OF THE BUSINESS DATE POSTED SO FAR   *
006057*    WITH A DAY TOTAL, SO THE LEDGER TEAM CAN TIE THE DAY'S       *
006058*    BATCHES TOGETHER.  AN UNAVAILABLE REGISTER WARNS AND NEVER   *
006059*    STOPS THE RUN.                                               *
006060******************************************************************
006061 9200-UPDATE-RUN-REG.
006062     OPEN I-O DVRUNREG-FILE.
006063     IF NOT WS-RREG-FILE-OK
006064         DISPLAY 'DVGLPOST: RUN REGISTER NOT AVAILABLE - STATUS '
006065             WS-RREG-FILE-STATUS
006066         GO TO 9200-EXIT
006067     END-IF.
006068     MOVE WS-RUN-DATE TO RR-RUN-DATE.
006069     MOVE WS-RUN-NO TO RR-RUN-NO.
006070     READ DVRUNREG-FILE
006071         INVALID KEY
006072             DISPLAY 'DVGLPOST: NO RUN-REGISTER ENTRY FOR RUN '
006073                 WS-RUN-NO
006074         NOT INVALID KEY
006075             MOVE 'P' TO RR-POST-STATUS
006076             MOVE WS-DETAIL-COUNT TO RR-POST-REC-COUNT
006077             MOVE WS-DIVIDEND-HASH TO RR-POST-DIV-HASH
006078             MOVE WS-QUOT-SUM TO RR-POST-QUOT-SUM
006079             MOVE WS-SUSPENSE-COUNT TO RR-POST-SUSP-COUNT
006080             REWRITE DVSTMT-RUNREG-REC
006081                 INVALID KEY
006082                     DISPLAY 'DVGLPOST: RUN REGISTER REWRITE '
006083                         'FAILED'
006084             END-REWRITE
006085     END-READ.
006086     MOVE WS-RUN-DATE TO RR-RUN-DATE.
006087     MOVE ZERO TO RR-RUN-NO.
006088     START DVRUNREG-FILE KEY IS NOT LESS THAN RR-KEY
006089         INVALID KEY
006090             MOVE 'Y' TO WS-RREG-EOF-SW
006091     END-START.
006092     PERFORM 9210-LIST-RUN THRU 9210-EXIT
006093         UNTIL WS-RREG-EOF.
006094     CLOSE DVRUNREG-FILE.
006095     MOVE WS-DAY-DIV-HASH TO WS-AMT-ED-1.
006096     MOVE WS-DAY-QUOT-SUM TO WS-AMT-ED-2.
006097     DISPLAY 'DVGLPOST: DAY ' WS-RUN-DATE ' - ' WS-DAY-RUN-COUNT
006098         ' RUNS POSTED, ' WS-DAY-REC-COUNT ' POSTING LINES, HASH '
006099         WS-AMT-ED-1 ', QUOTIENT ' WS-AMT-ED-2 ', '
006100         WS-DAY-SUSP-COUNT ' TO SUSPENSE'.
006101 9200-EXIT.
006102     EXIT.
006103
006104 9210-LIST-RUN.
006105     READ DVRUNREG-FILE NEXT RECORD
006106         AT END
006107             MOVE 'Y' TO WS-RREG-EOF-SW
006108             GO TO 9210-EXIT
006109     END-READ.
006110     IF RR-RUN-DATE NOT = WS-RUN-DATE
006111         MOVE 'Y' TO WS-RREG-EOF-SW
006112         GO TO 9210-EXIT
006113     END-IF.
006114     IF NOT RR-POSTED
006115         DISPLAY 'DVGLPOST: RUN ' RR-RUN-NO ' NOT YET POSTED'
006116         GO TO 9210-EXIT
006117     END-IF.
006118     ADD 1 TO WS-DAY-RUN-COUNT.
006119     ADD RR-POST-REC-COUNT TO WS-DAY-REC-COUNT.
006120     ADD RR-POST-SUSP-COUNT TO WS-DAY-SUSP-COUNT.
006121     ADD RR-POST-DIV-HASH TO WS-DAY-DIV-HASH.
006122     ADD RR-POST-QUOT-SUM TO WS-DAY-QUOT-SUM.
006123     MOVE RR-POST-DIV-HASH TO WS-AMT-ED-1.
006124     MOVE RR-POST-QUOT-SUM TO WS-AMT-ED-2.
006125     DISPLAY 'DVGLPOST: RUN ' RR-RUN-NO ' - ' RR-POST-REC-COUNT
006126         ' POSTING LINES, HASH ' WS-AMT-ED-1 ', QUOTIENT '
006127         WS-AMT-ED-2 ', ' RR-POST-SUSP-COUNT ' TO SUSPENSE'.
006128 9210-EXIT.
006129     EXIT.
006130
006131******************************************************************
006132*    9500-WRITE-RUN-LOG                                           *
006133*    UPSERTS THIS STEP'S RUN-STATISTICS RECORD FOR THE BUSINESS   *
006134*    DATE.  PERFORMED LAST SO THE RECORD CARRIES THE FINAL        *
006135*    RETURN CODE.  AN UNAVAILABLE RUN LOG WARNS AND NEVER         *
006136*    STOPS THE RUN.  RUN 02 AND UP LOG AS DVGLPO PLUS THE RUN     *
006137*    NUMBER.                                                      *
006140******************************************************************
006150 9500-WRITE-RUN-LOG.
006160     OPEN I-O DVRUNLOG-FILE.
006210     END-IF.
006220     MOVE SPACES TO PRDNITE-RUNLOG-REC.
006230     MOVE WS-RUN-DATE TO RL-BUSINESS-DATE.
006232     IF WS-RUN-NO > 1
006234         MOVE WS-RUN-NO TO WS-STEP-RUN-NO
006236         MOVE WS-STEP-NAME-AREA TO RL-STEP-NAME
006238     ELSE
006240         MOVE 'DVGLPOST' TO RL-STEP-NAME
006242     END-IF.
006250     MOVE WS-START-TIME TO RL-START-TIME.
006260     ACCEPT RL-END-TIME FROM TIME.
006270     MOVE WS-SELECT-COUNT TO RL-RECORDS-IN.
