       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVP20.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 月末の顧客向け請求明細書（ステートメント）。MVP14の年齢表は
           *> 社内向けなので、こちらは顧客へ郵送する形で起こす
           SELECT ARJRNL
               ASSIGN TO "ARJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARJRNL-STATUS.
           *> 仕訳帳に一行も無い顧客（移行時の残高だけ持つ顧客）の
           *> 繰越残高と、与信枠超過の判定に使う現在残高
           SELECT ARBAL
               ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CUST-ID
               FILE STATUS IS WS-ARBAL-STATUS.
           SELECT SORTWORK ASSIGN TO "MVP20SRT.DAT".
           *> 宛名と与信枠はMVP03が保守する顧客マスターから引く
           SELECT CUSTMAST
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           *> 督促レベルと文面（与信管理が保守する）
           SELECT DUNNPARM
               ASSIGN TO "DUNNPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUNNPARM-STATUS.
           *> 対象期間の指定（無ければ実行日の前月、MVP16と同じ）
           SELECT PARMFILE
               ASSIGN TO "MVP20PRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.
           *> ステートメント本体（1顧客1通、MVP11の請求書と同じ印字形式）
           SELECT STMFILE
               ASSIGN TO "MVP20STM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 与信枠を超えている顧客の回収担当向けワークリスト
           SELECT WRKFILE
               ASSIGN TO "MVP20CWL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> MVP01・MVP13が書くのと同じレイアウト
       *> （共通コピーブックが無いリポジトリなのでここでも複製）
       FD  ARJRNL
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  ARJRNL-REC.
           05 AJ-CUST-ID        PIC 9(5).
           05 AJ-TRAN-DATE      PIC 9(8).
           05 AJ-TRAN-TYPE      PIC X(1).
           05 AJ-AMOUNT         PIC 9(7)V99.
           05 AJ-REF            PIC 9(7).
           05 AJ-FILLER         PIC X(10).

       FD  ARBAL
           RECORD CONTAINS 16 CHARACTERS
           RECORDING MODE IS F.
       01  ARBAL-REC.
           05 AR-CUST-ID        PIC 9(5).
           05 AR-BALANCE        PIC S9(9)V99.

       *> 仕訳帳の行と残高マスターの行（種別B、日付0で顧客の先頭に
       *> 来る）を顧客・日付・読込順に並べる
       SD  SORTWORK.
       01  SORTWORK-REC.
           05 SRT-CUST-ID       PIC 9(5).
           05 SRT-TRAN-DATE     PIC 9(8).
           05 SRT-SEQ           PIC 9(7).
           05 SRT-TRAN-TYPE     PIC X(1).
           05 SRT-AMOUNT        PIC S9(9)V99.
           05 SRT-REF           PIC 9(7).

       *> MVP01のVALIDATE-CUSTOMERが読むのと同じレイアウト
       FD  CUSTMAST
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.
       01  CUSTMAST-REC.
           05 CM-CUST-ID        PIC 9(5).
           05 CM-CUST-NAME      PIC X(20).
           05 CM-STATUS         PIC X(1).
               88 CM-ACTIVE               VALUE "A".
           05 CM-CREDIT-LIMIT   PIC 9(7)V99.

       *> 督促文面1行＝1レコード。最古の延滞バケット（1=31-60日
       *> 2=61-90日 3=90日超）ごとに印字する督促レベルと文面を持つ
       FD  DUNNPARM
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.
       01  DUNNPARM-REC.
           05 DP-BUCKET         PIC 9(1).
           05 DP-LEVEL          PIC 9(1).
           05 DP-TEXT           PIC X(68).

       FD  PARMFILE
           RECORD CONTAINS 6 CHARACTERS
           RECORDING MODE IS F.
       01  PARMREC.
           *> 対象期間YYYYMM（0なら実行日の前月）
           05 PM-PERIOD         PIC 9(6).

       FD  STMFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  STM-REC              PIC X(80).

       FD  WRKFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WRK-REC              PIC X(80).

       *> 実行履歴を残す共通監査ログ（MVP01・MVP02と同じ1行1実行形式）
       FD  AUDITLOG
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  AUDIT-REC.
           05 AL-PROGRAM-ID     PIC X(8).
           05 AL-RUN-DATE       PIC 9(8).
           05 AL-RUN-TIME       PIC 9(8).
           05 AL-IN-COUNT       PIC 9(7).
           05 AL-OUT-COUNT      PIC 9(7).
           05 AL-REJECT-COUNT   PIC 9(7).
           05 AL-FILLER         PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                         VALUE "Y".

       01  WS-ARJRNL-STATUS     PIC X(2) VALUE SPACES.
           88 ARJRNL-OK                   VALUE "00".
       01  WS-ARBAL-STATUS      PIC X(2) VALUE SPACES.
           88 ARBAL-OK                    VALUE "00".
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE SPACES.
           88 CUSTMAST-OK                 VALUE "00".
       01  WS-DUNNPARM-STATUS   PIC X(2) VALUE SPACES.
           88 DUNNPARM-OK                 VALUE "00".
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
           88 PARMFILE-OK                 VALUE "00".
       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       01  WS-ARBAL-PRESENT     PIC X VALUE "N".
           88 ARBAL-PRESENT               VALUE "Y".
       01  WS-CUSTMAST-PRESENT  PIC X VALUE "N".
           88 CUSTMAST-PRESENT            VALUE "Y".

       *> 督促表（バケット1-3）。パラメータが無い・欠けているバケット
       *> は既定の文面のまま使う
       01  WS-DUN-TABLE.
           05 WS-DUN-ENTRY OCCURS 3 TIMES.
              10 WS-DUN-LEVEL   PIC 9(1).
              10 WS-DUN-TEXT    PIC X(68).
       01  WS-DUN-IX            PIC 9(1) VALUE 0.
       01  WS-DUN-EOF           PIC X VALUE "N".
           88 DUN-EOF                     VALUE "Y".

       *> 対象期間と期末日
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-PERIOD        PIC 9(6) VALUE 0.
       01  WS-STMT-PERIOD       PIC 9(6) VALUE 0.
       01  WS-STMT-PERIOD-R REDEFINES WS-STMT-PERIOD.
           05 WS-STMT-YEAR      PIC 9(4).
           05 WS-STMT-MONTH     PIC 9(2).
       01  WS-WORK-PERIOD       PIC 9(6) VALUE 0.
       01  WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
           05 WS-WORK-YEAR      PIC 9(4).
           05 WS-WORK-MONTH     PIC 9(2).
       01  WS-ROW-PERIOD        PIC 9(6) VALUE 0.
       01  WS-PERIOD-END-SERIAL PIC 9(7) VALUE 0.

       01  WS-JRNL-READ-COUNT   PIC 9(7) VALUE 0.
       01  WS-STMT-COUNT        PIC 9(7) VALUE 0.
       01  WS-DUN-COUNT         PIC 9(7) VALUE 0.
       01  WS-OVER-COUNT        PIC 9(7) VALUE 0.

       *> 顧客単位の作業域（コントロールブレークで都度クリア）
       01  WS-PREV-CUST-ID      PIC 9(5) VALUE 0.
       01  WS-FIRST-SORT-REC    PIC X VALUE "Y".
           88 IS-FIRST-SORT-REC           VALUE "Y".
       01  WS-CUST-NAME         PIC X(20) VALUE SPACES.
       01  WS-CUST-LIMIT        PIC 9(7)V99 VALUE 0.
       01  WS-CUST-FOUND        PIC X VALUE "N".
           88 CUST-FOUND                  VALUE "Y".
       01  WS-ARBAL-FOUND       PIC X VALUE "N".
           88 ARBAL-FOUND                 VALUE "Y".
       01  WS-ARBAL-BALANCE     PIC S9(9)V99 VALUE 0.
       01  WS-CUST-JRNL-ROWS    PIC 9(7) VALUE 0.
       01  WS-CUST-PERIOD-ROWS  PIC 9(7) VALUE 0.
       01  WS-HEADING-DONE      PIC X VALUE "N".
           88 HEADING-DONE                VALUE "Y".
       01  WS-OPENING-BAL       PIC S9(9)V99 VALUE 0.
       01  WS-RUNNING-BAL       PIC S9(9)V99 VALUE 0.
       01  WS-CURRENT-BAL       PIC S9(9)V99 VALUE 0.
       01  WS-OVER-AMOUNT       PIC S9(9)V99 VALUE 0.
       01  WS-CUST-DUN-BUCKET   PIC 9(1) VALUE 0.

       *> 借記を日付順に未消込表へ積み、入金・貸記は古い借記から
       *> 順に充当する（MVP14と同じ先入先出）
       01  WS-OPN-USED          PIC 9(3) VALUE 0.
       01  WS-OPN-IX            PIC 9(3) VALUE 0.
       01  WS-OPN-TABLE.
           05 WS-OPN-ENTRY OCCURS 200 TIMES.
              10 WS-OPN-SERIAL  PIC 9(7).
              10 WS-OPN-AMT     PIC 9(7)V99.
       01  WS-OPN-OVERFLOW      PIC 9(5) VALUE 0.
       01  WS-APPLY-REMAIN      PIC 9(9)V99 VALUE 0.
       01  WS-APPLY-PART        PIC 9(7)V99 VALUE 0.
       01  WS-CUST-UNAPPLIED    PIC 9(9)V99 VALUE 0.

       01  WS-CUST-CURRENT      PIC S9(9)V99 VALUE 0.
       01  WS-CUST-AGE30        PIC 9(9)V99 VALUE 0.
       01  WS-CUST-AGE60        PIC 9(9)V99 VALUE 0.
       01  WS-CUST-AGE90        PIC 9(9)V99 VALUE 0.
       01  WS-AGE-DAYS          PIC S9(7) VALUE 0.

       *> YYYYMMDDを通算日数へ変換する作業域（日付の引き算に使う）
       01  WS-CNV-DATE          PIC 9(8) VALUE 0.
       01  WS-CNV-DATE-R REDEFINES WS-CNV-DATE.
           05 WS-CNV-YEAR       PIC 9(4).
           05 WS-CNV-MONTH      PIC 9(2).
           05 WS-CNV-DAY        PIC 9(2).
       01  WS-CNV-WORK-Y        PIC 9(4) VALUE 0.
       01  WS-CNV-WORK-M        PIC 9(2) VALUE 0.
       01  WS-CNV-Q4            PIC 9(4) VALUE 0.
       01  WS-CNV-Q100          PIC 9(4) VALUE 0.
       01  WS-CNV-Q400          PIC 9(4) VALUE 0.
       01  WS-CNV-M-DAYS        PIC 9(4) VALUE 0.
       01  WS-CNV-SERIAL        PIC 9(7) VALUE 0.

       *> ステートメントの見出し・明細・締め行（MVP11の請求書に揃える）
       01  WS-STM-HDR-1.
           05 FILLER            PIC X(21) VALUE
              "STATEMENT OF ACCOUNT ".
           05 FILLER            PIC X(7) VALUE "PERIOD ".
           05 SH-PERIOD         PIC 9(6).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(5) VALUE "DATE ".
           05 SH-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(29) VALUE SPACES.

       01  WS-STM-HDR-2.
           05 FILLER            PIC X(9) VALUE "CUSTOMER ".
           05 SH-CUST-ID        PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SH-CUST-NAME      PIC X(20).
           05 FILLER            PIC X(45) VALUE SPACES.

       01  WS-STM-COL-HDR.
           05 FILLER            PIC X(30) VALUE
              "DATE     DESCRIPTION  REF    ".
           05 FILLER            PIC X(50) VALUE
              "        DEBIT        CREDIT       BALANCE".

       01  WS-STM-DTL.
           05 SD-DATE           PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SD-DESC           PIC X(12).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SD-REF            PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SD-DEBIT          PIC Z,ZZZ,ZZZ.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SD-CREDIT         PIC Z,ZZZ,ZZZ.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SD-BALANCE        PIC -(9)9.99.
           05 FILLER            PIC X(10) VALUE SPACES.

       01  WS-STM-AGE-HDR.
           05 FILLER            PIC X(32) VALUE
              "        CURRENT      31-60 DAYS".
           05 FILLER            PIC X(48) VALUE
              "      61-90 DAYS     OVER 90 DAYS".

       01  WS-STM-AGE-DTL.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SA-CURRENT        PIC -(9)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SA-AGE30          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SA-AGE60          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SA-AGE90          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(11) VALUE SPACES.

       01  WS-STM-DUN-LINE.
           05 FILLER            PIC X(6) VALUE "LEVEL ".
           05 SN-LEVEL          PIC 9(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SN-TEXT           PIC X(68).
           05 FILLER            PIC X(4) VALUE SPACES.

       *> 回収担当ワークリストの明細
       01  WS-WRK-COL-HDR.
           05 FILLER            PIC X(27) VALUE
              "CUST  NAME".
           05 FILLER            PIC X(53) VALUE
              "CREDIT LIMIT     BALANCE   OVER LIMIT      OVER 90 LV".

       01  WS-WRK-DTL.
           05 WD-CUST-ID        PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WD-CUST-NAME      PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WD-LIMIT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WD-BALANCE        PIC -(7)9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WD-OVER           PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WD-AGE90          PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WD-LEVEL          PIC 9(1).
           05 FILLER            PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-PERIOD
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-DUNNING-TABLE
           PERFORM SET-PERIOD-END

           OPEN INPUT ARBAL
           IF ARBAL-OK
               SET ARBAL-PRESENT TO TRUE
           END-IF
           OPEN INPUT CUSTMAST
           IF CUSTMAST-OK
               SET CUSTMAST-PRESENT TO TRUE
           END-IF

           OPEN OUTPUT STMFILE
           OPEN OUTPUT WRKFILE
           PERFORM WRITE-WORKLIST-HEADER

           *> 仕訳帳と残高マスターを顧客・日付順に並べ、出力手続の中で
           *> 繰越残高・期間明細・年齢別バケットを組み立てる
           SORT SORTWORK
               ON ASCENDING KEY SRT-CUST-ID SRT-TRAN-DATE SRT-SEQ
               INPUT PROCEDURE IS EXTRACT-ACCOUNT-ROWS
               OUTPUT PROCEDURE IS STATEMENT-BY-CUSTOMER

           PERFORM WRITE-WORKLIST-TRAILER
           CLOSE STMFILE WRKFILE
           IF ARBAL-PRESENT
               CLOSE ARBAL
           END-IF
           IF CUSTMAST-PRESENT
               CLOSE CUSTMAST
           END-IF

           DISPLAY "MVP20: PERIOD " WS-STMT-PERIOD " - "
               WS-STMT-COUNT " STATEMENT(S), " WS-DUN-COUNT
               " DUNNED, " WS-OVER-COUNT
               " OVER CREDIT LIMIT, SEE MVP20STM.DAT/MVP20CWL.DAT"
           IF WS-OPN-OVERFLOW > 0
               DISPLAY "MVP20: WARNING - " WS-OPN-OVERFLOW
                   " OPEN DEBIT(S) OVER TABLE LIMIT NOT AGED"
           END-IF

           PERFORM WRITE-AUDIT-LOG

           GOBACK
           .

       LOAD-PARAMETERS.
           *> 対象期間はパラメータ指定、無ければ実行日の前月
           MOVE 0 TO WS-STMT-PERIOD
           OPEN INPUT PARMFILE
           IF PARMFILE-OK
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-PERIOD NUMERIC
                           MOVE PM-PERIOD TO WS-STMT-PERIOD
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF
           IF WS-STMT-PERIOD = 0
              OR WS-STMT-MONTH < 1 OR WS-STMT-MONTH > 12
               MOVE WS-RUN-PERIOD TO WS-STMT-PERIOD
               IF WS-STMT-MONTH = 1
                   SUBTRACT 1 FROM WS-STMT-YEAR
                   MOVE 12 TO WS-STMT-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-STMT-MONTH
               END-IF
           END-IF
           .

       LOAD-DUNNING-TABLE.
           *> 既定の督促文面（与信管理がDUNNPARM.DATで差し替える）
           MOVE 1 TO WS-DUN-LEVEL (1)
           MOVE "PART OF YOUR BALANCE IS NOW PAST DUE. PLEASE REMIT."
               TO WS-DUN-TEXT (1)
           MOVE 2 TO WS-DUN-LEVEL (2)
           MOVE "SECOND NOTICE - YOUR ACCOUNT IS OVER 60 DAYS PAST DUE."
               TO WS-DUN-TEXT (2)
           MOVE 3 TO WS-DUN-LEVEL (3)
           MOVE "FINAL NOTICE - OVER 90 DAYS PAST DUE. CREDIT ON HOLD."
               TO WS-DUN-TEXT (3)

           OPEN INPUT DUNNPARM
           IF DUNNPARM-OK
               MOVE "N" TO WS-DUN-EOF
               PERFORM UNTIL DUN-EOF
                   READ DUNNPARM
                       AT END
                           SET DUN-EOF TO TRUE
                       NOT AT END
                           IF DP-BUCKET NUMERIC
                              AND DP-BUCKET > 0 AND DP-BUCKET < 4
                              AND DP-LEVEL NUMERIC
                               MOVE DP-BUCKET TO WS-DUN-IX
                               MOVE DP-LEVEL
                                   TO WS-DUN-LEVEL (WS-DUN-IX)
                               MOVE DP-TEXT
                                   TO WS-DUN-TEXT (WS-DUN-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUNNPARM
           END-IF
           .

       SET-PERIOD-END.
           *> 期末日の通算日数＝翌月1日の通算日数－1（月の日数を
           *> 持たずに済む）。年齢はこの期末日時点で数える
           MOVE WS-STMT-PERIOD TO WS-WORK-PERIOD
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-CNV-DATE = WS-WORK-PERIOD * 100 + 1
           PERFORM CONVERT-DATE-TO-SERIAL
           COMPUTE WS-PERIOD-END-SERIAL = WS-CNV-SERIAL - 1
           .

       EXTRACT-ACCOUNT-ROWS.
           OPEN INPUT ARJRNL
           IF NOT ARJRNL-OK
               DISPLAY "MVP20: ARJRNL.DAT NOT AVAILABLE, STATUS="
                   WS-ARJRNL-STATUS
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ ARJRNL
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JRNL-READ-COUNT
                           MOVE AJ-CUST-ID   TO SRT-CUST-ID
                           MOVE AJ-TRAN-DATE TO SRT-TRAN-DATE
                           MOVE WS-JRNL-READ-COUNT TO SRT-SEQ
                           MOVE AJ-TRAN-TYPE TO SRT-TRAN-TYPE
                           MOVE AJ-AMOUNT    TO SRT-AMOUNT
                           MOVE AJ-REF       TO SRT-REF
                           RELEASE SORTWORK-REC
                   END-READ
               END-PERFORM
               CLOSE ARJRNL
               MOVE "N" TO WS-EOF
           END-IF

           *> 残高マスターの行は日付0・種別Bで顧客の先頭へ並べる
           IF ARBAL-PRESENT
               MOVE "N" TO WS-EOF
               MOVE LOW-VALUES TO AR-CUST-ID
               START ARBAL KEY NOT LESS AR-CUST-ID
                   INVALID KEY
                       SET EOF TO TRUE
               END-START
               PERFORM UNTIL EOF
                   READ ARBAL NEXT RECORD
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           MOVE AR-CUST-ID   TO SRT-CUST-ID
                           MOVE 0            TO SRT-TRAN-DATE
                           MOVE 0            TO SRT-SEQ
                           MOVE "B"          TO SRT-TRAN-TYPE
                           MOVE AR-BALANCE   TO SRT-AMOUNT
                           MOVE 0            TO SRT-REF
                           RELEASE SORTWORK-REC
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
           END-IF
           .

       STATEMENT-BY-CUSTOMER.
           MOVE "Y" TO WS-FIRST-SORT-REC
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               RETURN SORTWORK
                   AT END
                       SET EOF TO TRUE
                       IF NOT IS-FIRST-SORT-REC
                           PERFORM FINISH-ONE-CUSTOMER
                       END-IF
                   NOT AT END
                       IF IS-FIRST-SORT-REC
                           MOVE "N" TO WS-FIRST-SORT-REC
                           PERFORM START-ONE-CUSTOMER
                       ELSE
                           IF SRT-CUST-ID NOT = WS-PREV-CUST-ID
                               PERFORM FINISH-ONE-CUSTOMER
                               PERFORM START-ONE-CUSTOMER
                           END-IF
                       END-IF
                       PERFORM APPLY-ONE-ACCOUNT-ROW
               END-RETURN
           END-PERFORM
           MOVE "N" TO WS-EOF
           .

       START-ONE-CUSTOMER.
           MOVE SRT-CUST-ID TO WS-PREV-CUST-ID
           MOVE "N" TO WS-ARBAL-FOUND
           MOVE "N" TO WS-HEADING-DONE
           MOVE 0 TO WS-ARBAL-BALANCE
           MOVE 0 TO WS-CUST-JRNL-ROWS
           MOVE 0 TO WS-CUST-PERIOD-ROWS
           MOVE 0 TO WS-OPENING-BAL
           MOVE 0 TO WS-RUNNING-BAL
           MOVE 0 TO WS-OPN-USED
           MOVE 0 TO WS-CUST-UNAPPLIED

           MOVE "N" TO WS-CUST-FOUND
           MOVE SPACES TO WS-CUST-NAME
           MOVE 0 TO WS-CUST-LIMIT
           IF CUSTMAST-PRESENT
               MOVE SRT-CUST-ID TO CM-CUST-ID
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUST-FOUND TO TRUE
                       MOVE CM-CUST-NAME    TO WS-CUST-NAME
                       MOVE CM-CREDIT-LIMIT TO WS-CUST-LIMIT
               END-READ
           END-IF
           .

       APPLY-ONE-ACCOUNT-ROW.
           IF SRT-TRAN-TYPE = "B"
               SET ARBAL-FOUND TO TRUE
               MOVE SRT-AMOUNT TO WS-ARBAL-BALANCE
           ELSE
               ADD 1 TO WS-CUST-JRNL-ROWS
               DIVIDE SRT-TRAN-DATE BY 100 GIVING WS-ROW-PERIOD
               *> 期末より後の行は次回のステートメントに載せる
               IF WS-ROW-PERIOD NOT > WS-STMT-PERIOD
                   IF SRT-TRAN-TYPE = "D"
                       PERFORM POST-OPEN-DEBIT
                   ELSE
                       PERFORM APPLY-CASH-FIFO
                   END-IF
                   IF WS-ROW-PERIOD < WS-STMT-PERIOD
                       PERFORM ADD-ROW-TO-OPENING
                   ELSE
                       PERFORM WRITE-PERIOD-ENTRY
                   END-IF
               END-IF
           END-IF
           .

       ADD-ROW-TO-OPENING.
           IF SRT-TRAN-TYPE = "D"
               ADD SRT-AMOUNT TO WS-OPENING-BAL
           ELSE
               SUBTRACT SRT-AMOUNT FROM WS-OPENING-BAL
           END-IF
           MOVE WS-OPENING-BAL TO WS-RUNNING-BAL
           .

       WRITE-PERIOD-ENTRY.
           *> 期間内の最初の行で見出しと繰越残高を出す（期間前の行は
           *> 日付順で必ず先に来ているので繰越残高は確定している）
           IF NOT HEADING-DONE
               PERFORM WRITE-STATEMENT-HEADING
           END-IF
           ADD 1 TO WS-CUST-PERIOD-ROWS

           MOVE SRT-TRAN-DATE TO SD-DATE
           MOVE SRT-REF       TO SD-REF
           MOVE 0             TO SD-DEBIT
           MOVE 0             TO SD-CREDIT
           EVALUATE SRT-TRAN-TYPE
               WHEN "D"
                   MOVE "INVOICE"     TO SD-DESC
                   MOVE SRT-AMOUNT    TO SD-DEBIT
                   ADD SRT-AMOUNT     TO WS-RUNNING-BAL
               WHEN "P"
                   MOVE "PAYMENT"     TO SD-DESC
                   MOVE SRT-AMOUNT    TO SD-CREDIT
                   SUBTRACT SRT-AMOUNT FROM WS-RUNNING-BAL
               WHEN "C"
                   MOVE "CREDIT"      TO SD-DESC
                   MOVE SRT-AMOUNT    TO SD-CREDIT
                   SUBTRACT SRT-AMOUNT FROM WS-RUNNING-BAL
               WHEN OTHER
                   MOVE "ADJUSTMENT"  TO SD-DESC
                   MOVE SRT-AMOUNT    TO SD-CREDIT
                   SUBTRACT SRT-AMOUNT FROM WS-RUNNING-BAL
           END-EVALUATE
           MOVE WS-RUNNING-BAL TO SD-BALANCE
           WRITE STM-REC FROM WS-STM-DTL
           .

       WRITE-STATEMENT-HEADING.
           SET HEADING-DONE TO TRUE
           MOVE WS-STMT-PERIOD  TO SH-PERIOD
           MOVE WS-RUN-DATE     TO SH-RUN-DATE
           WRITE STM-REC FROM WS-STM-HDR-1
           MOVE WS-PREV-CUST-ID TO SH-CUST-ID
           MOVE WS-CUST-NAME    TO SH-CUST-NAME
           WRITE STM-REC FROM WS-STM-HDR-2
           WRITE STM-REC FROM WS-STM-COL-HDR

           MOVE 0               TO SD-DATE
           MOVE "BAL FORWARD"   TO SD-DESC
           MOVE SPACES          TO SD-REF
           MOVE 0               TO SD-DEBIT
           MOVE 0               TO SD-CREDIT
           MOVE WS-OPENING-BAL  TO SD-BALANCE
           WRITE STM-REC FROM WS-STM-DTL
           .

       FINISH-ONE-CUSTOMER.
           *> 仕訳帳に一行も無い顧客は残高マスターの残高を繰越として
           *> 扱う（発生日が分からないのでCURRENT欄に置く）
           IF WS-CUST-JRNL-ROWS = 0 AND ARBAL-FOUND
               MOVE WS-ARBAL-BALANCE TO WS-OPENING-BAL
               MOVE WS-ARBAL-BALANCE TO WS-RUNNING-BAL
           END-IF

           PERFORM AGE-OPEN-DEBITS
           IF WS-CUST-JRNL-ROWS = 0 AND ARBAL-FOUND
               MOVE WS-ARBAL-BALANCE TO WS-CUST-CURRENT
           END-IF

           *> 期間内の動きか期末残高のある顧客だけに出す
           IF WS-CUST-PERIOD-ROWS > 0 OR WS-RUNNING-BAL NOT = 0
               IF NOT HEADING-DONE
                   PERFORM WRITE-STATEMENT-HEADING
               END-IF
               PERFORM WRITE-STATEMENT-CLOSE
               ADD 1 TO WS-STMT-COUNT
           END-IF

           PERFORM CHECK-CREDIT-LIMIT
           .

       AGE-OPEN-DEBITS.
           *> 未消込の借記を期末日からの経過日数でバケットへ振り分け、
           *> 過入金はCURRENT欄から差し引く（MVP14と同じ慣行）
           MOVE 0 TO WS-CUST-CURRENT
           MOVE 0 TO WS-CUST-AGE30
           MOVE 0 TO WS-CUST-AGE60
           MOVE 0 TO WS-CUST-AGE90

           MOVE 1 TO WS-OPN-IX
           PERFORM UNTIL WS-OPN-IX > WS-OPN-USED
               IF WS-OPN-AMT (WS-OPN-IX) > 0
                   COMPUTE WS-AGE-DAYS =
                       WS-PERIOD-END-SERIAL - WS-OPN-SERIAL (WS-OPN-IX)
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS NOT > 30
                           ADD WS-OPN-AMT (WS-OPN-IX)
                               TO WS-CUST-CURRENT
                       WHEN WS-AGE-DAYS NOT > 60
                           ADD WS-OPN-AMT (WS-OPN-IX)
                               TO WS-CUST-AGE30
                       WHEN WS-AGE-DAYS NOT > 90
                           ADD WS-OPN-AMT (WS-OPN-IX)
                               TO WS-CUST-AGE60
                       WHEN OTHER
                           ADD WS-OPN-AMT (WS-OPN-IX)
                               TO WS-CUST-AGE90
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-OPN-IX
           END-PERFORM
           SUBTRACT WS-CUST-UNAPPLIED FROM WS-CUST-CURRENT

           *> 督促は最も古い延滞バケットで決める（残高が無ければ出さない）
           MOVE 0 TO WS-CUST-DUN-BUCKET
           IF WS-RUNNING-BAL > 0
               EVALUATE TRUE
                   WHEN WS-CUST-AGE90 > 0
                       MOVE 3 TO WS-CUST-DUN-BUCKET
                   WHEN WS-CUST-AGE60 > 0
                       MOVE 2 TO WS-CUST-DUN-BUCKET
                   WHEN WS-CUST-AGE30 > 0
                       MOVE 1 TO WS-CUST-DUN-BUCKET
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       WRITE-STATEMENT-CLOSE.
           MOVE 0               TO SD-DATE
           MOVE "CLOSING BAL"   TO SD-DESC
           MOVE SPACES          TO SD-REF
           MOVE 0               TO SD-DEBIT
           MOVE 0               TO SD-CREDIT
           MOVE WS-RUNNING-BAL  TO SD-BALANCE
           WRITE STM-REC FROM WS-STM-DTL

           WRITE STM-REC FROM WS-STM-AGE-HDR
           MOVE WS-CUST-CURRENT TO SA-CURRENT
           MOVE WS-CUST-AGE30   TO SA-AGE30
           MOVE WS-CUST-AGE60   TO SA-AGE60
           MOVE WS-CUST-AGE90   TO SA-AGE90
           WRITE STM-REC FROM WS-STM-AGE-DTL

           IF WS-CUST-DUN-BUCKET > 0
               MOVE WS-DUN-LEVEL (WS-CUST-DUN-BUCKET) TO SN-LEVEL
               MOVE WS-DUN-TEXT (WS-CUST-DUN-BUCKET)  TO SN-TEXT
               WRITE STM-REC FROM WS-STM-DUN-LINE
               ADD 1 TO WS-DUN-COUNT
           END-IF

           MOVE SPACES TO STM-REC
           WRITE STM-REC
           .

       CHECK-CREDIT-LIMIT.
           *> 与信枠との比較は期末残高ではなく今日の残高で行う（回収
           *> 担当が今日動くためのリスト）。残高マスターが無ければ期末残高
           IF ARBAL-FOUND
               MOVE WS-ARBAL-BALANCE TO WS-CURRENT-BAL
           ELSE
               MOVE WS-RUNNING-BAL TO WS-CURRENT-BAL
           END-IF
           *> 与信限度額0は限度なし（MVP01と同じ扱い）なので対象外
           IF CUST-FOUND AND WS-CUST-LIMIT > 0
              AND WS-CURRENT-BAL > WS-CUST-LIMIT
               COMPUTE WS-OVER-AMOUNT = WS-CURRENT-BAL - WS-CUST-LIMIT
               ADD 1 TO WS-OVER-COUNT
               MOVE WS-PREV-CUST-ID TO WD-CUST-ID
               MOVE WS-CUST-NAME    TO WD-CUST-NAME
               MOVE WS-CUST-LIMIT   TO WD-LIMIT
               MOVE WS-CURRENT-BAL  TO WD-BALANCE
               MOVE WS-OVER-AMOUNT  TO WD-OVER
               MOVE WS-CUST-AGE90   TO WD-AGE90
               IF WS-CUST-DUN-BUCKET > 0
                   MOVE WS-DUN-LEVEL (WS-CUST-DUN-BUCKET) TO WD-LEVEL
               ELSE
                   MOVE 0 TO WD-LEVEL
               END-IF
               WRITE WRK-REC FROM WS-WRK-DTL
           END-IF
           .

       POST-OPEN-DEBIT.
           *> 借記は日付順に未消込表へ積む（定員超過は数えて警告）
           MOVE SRT-TRAN-DATE TO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           IF WS-OPN-USED < 200
               ADD 1 TO WS-OPN-USED
               MOVE WS-CNV-SERIAL TO WS-OPN-SERIAL (WS-OPN-USED)
               MOVE SRT-AMOUNT    TO WS-OPN-AMT (WS-OPN-USED)
           ELSE
               ADD 1 TO WS-OPN-OVERFLOW
           END-IF
           .

       APPLY-CASH-FIFO.
           *> 入金・貸記を古い借記から充当し、余りは過入金として持つ
           MOVE SRT-AMOUNT TO WS-APPLY-REMAIN
           MOVE 1 TO WS-OPN-IX
           PERFORM UNTIL WS-APPLY-REMAIN = 0
                      OR WS-OPN-IX > WS-OPN-USED
               IF WS-OPN-AMT (WS-OPN-IX) > 0
                   IF WS-OPN-AMT (WS-OPN-IX) > WS-APPLY-REMAIN
                       MOVE WS-APPLY-REMAIN TO WS-APPLY-PART
                   ELSE
                       MOVE WS-OPN-AMT (WS-OPN-IX)
                           TO WS-APPLY-PART
                   END-IF
                   SUBTRACT WS-APPLY-PART
                       FROM WS-OPN-AMT (WS-OPN-IX)
                   SUBTRACT WS-APPLY-PART FROM WS-APPLY-REMAIN
               END-IF
               ADD 1 TO WS-OPN-IX
           END-PERFORM
           IF WS-APPLY-REMAIN > 0
               ADD WS-APPLY-REMAIN TO WS-CUST-UNAPPLIED
           END-IF
           .

       WRITE-WORKLIST-HEADER.
           MOVE SPACES TO WRK-REC
           STRING "MVP20 COLLECTOR WORKLIST - OVER CREDIT LIMIT - RUN "
                   DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WRK-REC
           END-STRING
           WRITE WRK-REC
           WRITE WRK-REC FROM WS-WRK-COL-HDR
           .

       WRITE-WORKLIST-TRAILER.
           MOVE SPACES TO WRK-REC
           STRING "TRAILER - STATEMENTS " DELIMITED BY SIZE
                  WS-STMT-COUNT DELIMITED BY SIZE
                  " DUNNED " DELIMITED BY SIZE
                  WS-DUN-COUNT DELIMITED BY SIZE
                  " OVER LIMIT " DELIMITED BY SIZE
                  WS-OVER-COUNT DELIMITED BY SIZE
                  INTO WRK-REC
           END-STRING
           WRITE WRK-REC
           .

       CONVERT-DATE-TO-SERIAL.
           *> YYYYMMDD(WS-CNV-DATE)を通算日数(WS-CNV-SERIAL)へ変換。
           *> 整数除算を確実に切り捨てにするためDIVIDEで段階計算する
           MOVE WS-CNV-YEAR  TO WS-CNV-WORK-Y
           MOVE WS-CNV-MONTH TO WS-CNV-WORK-M
           IF WS-CNV-WORK-M < 3
               SUBTRACT 1 FROM WS-CNV-WORK-Y
               ADD 12 TO WS-CNV-WORK-M
           END-IF
           DIVIDE WS-CNV-WORK-Y BY 4   GIVING WS-CNV-Q4
           DIVIDE WS-CNV-WORK-Y BY 100 GIVING WS-CNV-Q100
           DIVIDE WS-CNV-WORK-Y BY 400 GIVING WS-CNV-Q400
           COMPUTE WS-CNV-M-DAYS = 153 * (WS-CNV-WORK-M + 1)
           DIVIDE WS-CNV-M-DAYS BY 5 GIVING WS-CNV-M-DAYS
           COMPUTE WS-CNV-SERIAL =
               365 * WS-CNV-WORK-Y + WS-CNV-Q4
               - WS-CNV-Q100 + WS-CNV-Q400
               + WS-CNV-M-DAYS + WS-CNV-DAY
           .

       WRITE-AUDIT-LOG.
           MOVE "MVP20"            TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE        TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME
           MOVE WS-JRNL-READ-COUNT TO AL-IN-COUNT
           MOVE WS-STMT-COUNT      TO AL-OUT-COUNT
           MOVE WS-OVER-COUNT      TO AL-REJECT-COUNT
           MOVE SPACES             TO AL-FILLER

           *> OPEN EXTENDは対象ファイルが無いと素通りするだけ（作成しない）
           *> ので、初回実行時はOUTPUTで新規作成してやる必要がある
           OPEN EXTEND AUDITLOG
           IF NOT AUDITLOG-OK
               OPEN OUTPUT AUDITLOG
           END-IF
           WRITE AUDIT-REC
           CLOSE AUDITLOG
           .
