       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVP18.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> MVP01がB印で計上し、MVP10の入荷でまだ引き当てられて
           *> いない注文を顧客別・古い順に並べ、待ち日数で年齢分けする
           *> （顧客窓口が問い合わせに答えるための一覧）
           SELECT BACKORD
               ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BACKORD-STATUS.
           SELECT SORTWORK ASSIGN TO "MVP18SRT.DAT".
           *> 顧客名引き用（無ければ名前欄は空欄のまま出す）
           SELECT CUSTMAST
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RPTFILE
               ASSIGN TO "MVP18RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARMFILE
               ASSIGN TO "MVP18PRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> MVP01のRECORD-BACKORDERが書くのと同じレイアウト
       *> （共通コピーブックが無いリポジトリなのでここでも複製）
       FD  BACKORD
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  BACKORD-REC.
           05 BO-KEY.
              10 BO-ITEM-CODE   PIC X(6).
              10 BO-ORDER-DATE  PIC 9(8).
              10 BO-ORDER-NO    PIC 9(7).
              10 BO-LINE-NO     PIC 9(3).
           05 BO-CUST-ID        PIC 9(5).
           05 BO-QTY            PIC 9(3).
           05 BO-BRANCH-CODE    PIC X(3).
           05 BO-FILLER         PIC X(5).

       SD  SORTWORK.
       01  SORTWORK-REC.
           05 SRT-CUST-ID       PIC 9(5).
           05 SRT-ORDER-DATE    PIC 9(8).
           05 SRT-ORDER-NO      PIC 9(7).
           05 SRT-LINE-NO       PIC 9(3).
           05 SRT-ITEM-CODE     PIC X(6).
           05 SRT-QTY           PIC 9(3).
           05 SRT-BRANCH-CODE   PIC X(3).

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

       FD  RPTFILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  RPT-REC              PIC X(132).

       FD  PARMFILE
           RECORD CONTAINS 9 CHARACTERS
           RECORDING MODE IS F.
       01  PARMREC.
           *> 年齢区分の境目（待ち日数。1区分目以下・2区分目以下・
           *> 3区分目以下・それ超の4区分）
           05 PM-AGE-LIMIT-1    PIC 9(3).
           05 PM-AGE-LIMIT-2    PIC 9(3).
           05 PM-AGE-LIMIT-3    PIC 9(3).

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

       01  WS-BACKORD-STATUS    PIC X(2) VALUE SPACES.
           88 BACKORD-OK                  VALUE "00".
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE SPACES.
           88 CUSTMAST-OK                 VALUE "00".
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
           88 PARMFILE-OK                 VALUE "00".
       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       01  WS-CUSTMAST-PRESENT  PIC X VALUE "N".
           88 CUSTMAST-PRESENT            VALUE "Y".

       *> 年齢区分の既定値（1週・2週・30日）
       01  WS-AGE-LIMIT-1       PIC 9(3) VALUE 7.
       01  WS-AGE-LIMIT-2       PIC 9(3) VALUE 14.
       01  WS-AGE-LIMIT-3       PIC 9(3) VALUE 30.

       01  WS-BO-READ-COUNT     PIC 9(7) VALUE 0.
       01  WS-CUST-COUNT        PIC 9(7) VALUE 0.

       01  WS-WAIT-DAYS         PIC 9(5) VALUE 0.
       01  WS-AGE-IX            PIC 9(1) VALUE 0.

       *> 区分別の件数・数量（顧客別と総合計）
       01  WS-CUST-ORDERS       PIC 9(7) VALUE 0.
       01  WS-CUST-UNITS        PIC 9(9) VALUE 0.
       01  WS-CUST-OLDEST       PIC 9(5) VALUE 0.
       01  WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 4 TIMES.
              10 WS-AGE-ORDERS  PIC 9(7).
              10 WS-AGE-UNITS   PIC 9(9).

       *> コントロールブレーク用
       01  WS-PREV-CUST-ID      PIC 9(5) VALUE 0.
       01  WS-FIRST-SORT-REC    PIC X VALUE "Y".
           88 IS-FIRST-SORT-REC           VALUE "Y".

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

       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-SERIAL        PIC 9(7) VALUE 0.

       *> ページ制御（55行で改ページ、MVP14と同じ）
       01  WS-PAGE-COUNT        PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT        PIC 9(3) VALUE 99.

       01  WS-RPT-PAGE-HDR.
           05 FILLER            PIC X(34)
              VALUE "MVP18 OPEN BACKORDER AGING    RUN ".
           05 PH-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 PH-PAGE           PIC ZZZ9.
           05 FILLER            PIC X(79) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05 FILLER            PIC X(38) VALUE
              "CUST  NAME                 ORDER/LINE".
           05 FILLER            PIC X(37) VALUE
              "  ORDER DATE ITEM   QTY BRN  WAIT AGE".
           05 FILLER            PIC X(57) VALUE SPACES.

       01  WS-RPT-DTL.
           05 RD-CUST-ID        PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-CUST-NAME      PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-ORDER-NO       PIC 9(7).
           05 FILLER            PIC X(1) VALUE "/".
           05 RD-LINE-NO        PIC 9(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-ORDER-DATE     PIC 9(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RD-ITEM-CODE      PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-QTY            PIC ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-BRANCH-CODE    PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-WAIT-DAYS      PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-AGE-LABEL      PIC X(9).
           05 FILLER            PIC X(51) VALUE SPACES.

       01  WS-RPT-CUST-TOT.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(17) VALUE "CUSTOMER TOTAL - ".
           05 RC-ORDERS         PIC ZZZZZZ9.
           05 FILLER            PIC X(11) VALUE " ORDER(S), ".
           05 RC-UNITS          PIC ZZZZZZZZ9.
           05 FILLER            PIC X(17) VALUE " UNITS, OLDEST ".
           05 RC-OLDEST         PIC ZZZZ9.
           05 FILLER            PIC X(5) VALUE " DAYS".
           05 FILLER            PIC X(51) VALUE SPACES.

       01  WS-RPT-AGE-TOT.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 RA-AGE-LABEL      PIC X(9).
           05 FILLER            PIC X(8) VALUE " ORDERS ".
           05 RA-ORDERS         PIC ZZZZZZ9.
           05 FILLER            PIC X(7) VALUE " UNITS ".
           05 RA-UNITS          PIC ZZZZZZZZ9.
           05 FILLER            PIC X(82) VALUE SPACES.

       *> 区分の見出し（境目の日数を埋め込んで作る）
       01  WS-AGE-LABELS.
           05 WS-AGE-LABEL OCCURS 4 TIMES PIC X(9).

       01  WS-RPT-WORK          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           PERFORM LOAD-PARAMETERS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-RUN-SERIAL
           PERFORM BUILD-AGE-LABELS

           OPEN INPUT CUSTMAST
           IF CUSTMAST-OK
               SET CUSTMAST-PRESENT TO TRUE
           END-IF

           OPEN OUTPUT RPTFILE

           *> 未引当ファイルを顧客・注文日付順に並べ直し、出力手続の
           *> 中で待ち日数の年齢分けと顧客別小計を行う
           SORT SORTWORK
               ON ASCENDING KEY SRT-CUST-ID SRT-ORDER-DATE
                                SRT-ORDER-NO SRT-LINE-NO
               INPUT PROCEDURE IS EXTRACT-OPEN-BACKORDERS
               OUTPUT PROCEDURE IS LIST-BY-CUSTOMER

           PERFORM WRITE-AGE-TOTALS
           CLOSE RPTFILE
           IF CUSTMAST-PRESENT
               CLOSE CUSTMAST
           END-IF

           DISPLAY "MVP18: " WS-BO-READ-COUNT
               " OPEN BACKORDER(S) FOR " WS-CUST-COUNT
               " CUSTOMER(S), SEE MVP18RPT.DAT"

           PERFORM WRITE-AUDIT-LOG

           GOBACK
           .

       LOAD-PARAMETERS.
           OPEN INPUT PARMFILE
           IF PARMFILE-OK
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       *> 境目は昇順でなければ区分が成り立たないので
                       *> 3つ揃って正しいときだけ採用する
                       IF PM-AGE-LIMIT-1 NUMERIC AND
                          PM-AGE-LIMIT-2 NUMERIC AND
                          PM-AGE-LIMIT-3 NUMERIC AND
                          PM-AGE-LIMIT-1 > 0 AND
                          PM-AGE-LIMIT-2 > PM-AGE-LIMIT-1 AND
                          PM-AGE-LIMIT-3 > PM-AGE-LIMIT-2
                           MOVE PM-AGE-LIMIT-1 TO WS-AGE-LIMIT-1
                           MOVE PM-AGE-LIMIT-2 TO WS-AGE-LIMIT-2
                           MOVE PM-AGE-LIMIT-3 TO WS-AGE-LIMIT-3
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF
           .

       BUILD-AGE-LABELS.
           MOVE SPACES TO WS-AGE-LABELS
           STRING "0-" DELIMITED BY SIZE
                  WS-AGE-LIMIT-1 DELIMITED BY SIZE
                  INTO WS-AGE-LABEL (1)
           END-STRING
           STRING "TO " DELIMITED BY SIZE
                  WS-AGE-LIMIT-2 DELIMITED BY SIZE
                  INTO WS-AGE-LABEL (2)
           END-STRING
           STRING "TO " DELIMITED BY SIZE
                  WS-AGE-LIMIT-3 DELIMITED BY SIZE
                  INTO WS-AGE-LABEL (3)
           END-STRING
           STRING "OVER " DELIMITED BY SIZE
                  WS-AGE-LIMIT-3 DELIMITED BY SIZE
                  INTO WS-AGE-LABEL (4)
           END-STRING
           MOVE 1 TO WS-AGE-IX
           PERFORM UNTIL WS-AGE-IX > 4
               MOVE 0 TO WS-AGE-ORDERS (WS-AGE-IX)
               MOVE 0 TO WS-AGE-UNITS (WS-AGE-IX)
               ADD 1 TO WS-AGE-IX
           END-PERFORM
           .

       EXTRACT-OPEN-BACKORDERS.
           OPEN INPUT BACKORD
           IF NOT BACKORD-OK
               MOVE SPACES TO WS-RPT-WORK
               STRING "BACKORD.DAT NOT AVAILABLE, STATUS="
                       DELIMITED BY SIZE
                      WS-BACKORD-STATUS DELIMITED BY SIZE
                      INTO WS-RPT-WORK
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ BACKORD NEXT RECORD
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BO-READ-COUNT
                           MOVE BO-CUST-ID     TO SRT-CUST-ID
                           MOVE BO-ORDER-DATE  TO SRT-ORDER-DATE
                           MOVE BO-ORDER-NO    TO SRT-ORDER-NO
                           MOVE BO-LINE-NO     TO SRT-LINE-NO
                           MOVE BO-ITEM-CODE   TO SRT-ITEM-CODE
                           MOVE BO-QTY         TO SRT-QTY
                           MOVE BO-BRANCH-CODE TO SRT-BRANCH-CODE
                           RELEASE SORTWORK-REC
                   END-READ
               END-PERFORM
               CLOSE BACKORD
               MOVE "N" TO WS-EOF
           END-IF
           .

       LIST-BY-CUSTOMER.
           MOVE "Y" TO WS-FIRST-SORT-REC
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               RETURN SORTWORK
                   AT END
                       SET EOF TO TRUE
                       IF NOT IS-FIRST-SORT-REC
                           PERFORM WRITE-CUSTOMER-TOTAL
                       END-IF
                   NOT AT END
                       IF IS-FIRST-SORT-REC
                           MOVE SRT-CUST-ID TO WS-PREV-CUST-ID
                           MOVE "N" TO WS-FIRST-SORT-REC
                           PERFORM START-ONE-CUSTOMER
                       ELSE
                           IF SRT-CUST-ID NOT = WS-PREV-CUST-ID
                               PERFORM WRITE-CUSTOMER-TOTAL
                               MOVE SRT-CUST-ID TO WS-PREV-CUST-ID
                               PERFORM START-ONE-CUSTOMER
                           END-IF
                       END-IF
                       PERFORM LIST-ONE-BACKORDER
               END-RETURN
           END-PERFORM
           MOVE "N" TO WS-EOF
           .

       START-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT
           MOVE 0 TO WS-CUST-ORDERS
           MOVE 0 TO WS-CUST-UNITS
           MOVE 0 TO WS-CUST-OLDEST
           MOVE SPACES TO RD-CUST-NAME
           IF CUSTMAST-PRESENT
               MOVE SRT-CUST-ID TO CM-CUST-ID
               READ CUSTMAST
                   INVALID KEY
                       MOVE "(NOT ON CUSTMAST)" TO RD-CUST-NAME
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME TO RD-CUST-NAME
               END-READ
           END-IF
           .

       LIST-ONE-BACKORDER.
           *> 注文日付から今日までの待ち日数で区分を決める（先日付の
           *> 注文は0日扱い）
           MOVE SRT-ORDER-DATE TO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           IF WS-CNV-SERIAL < WS-RUN-SERIAL
               COMPUTE WS-WAIT-DAYS = WS-RUN-SERIAL - WS-CNV-SERIAL
           ELSE
               MOVE 0 TO WS-WAIT-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-WAIT-DAYS NOT > WS-AGE-LIMIT-1
                   MOVE 1 TO WS-AGE-IX
               WHEN WS-WAIT-DAYS NOT > WS-AGE-LIMIT-2
                   MOVE 2 TO WS-AGE-IX
               WHEN WS-WAIT-DAYS NOT > WS-AGE-LIMIT-3
                   MOVE 3 TO WS-AGE-IX
               WHEN OTHER
                   MOVE 4 TO WS-AGE-IX
           END-EVALUATE
           ADD 1       TO WS-AGE-ORDERS (WS-AGE-IX)
           ADD SRT-QTY TO WS-AGE-UNITS (WS-AGE-IX)
           ADD 1       TO WS-CUST-ORDERS
           ADD SRT-QTY TO WS-CUST-UNITS
           IF WS-WAIT-DAYS > WS-CUST-OLDEST
               MOVE WS-WAIT-DAYS TO WS-CUST-OLDEST
           END-IF

           MOVE SRT-CUST-ID     TO RD-CUST-ID
           MOVE SRT-ORDER-NO    TO RD-ORDER-NO
           MOVE SRT-LINE-NO     TO RD-LINE-NO
           MOVE SRT-ORDER-DATE  TO RD-ORDER-DATE
           MOVE SRT-ITEM-CODE   TO RD-ITEM-CODE
           MOVE SRT-QTY         TO RD-QTY
           MOVE SRT-BRANCH-CODE TO RD-BRANCH-CODE
           MOVE WS-WAIT-DAYS    TO RD-WAIT-DAYS
           MOVE WS-AGE-LABEL (WS-AGE-IX) TO RD-AGE-LABEL
           MOVE WS-RPT-DTL TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-CUSTOMER-TOTAL.
           MOVE WS-CUST-ORDERS TO RC-ORDERS
           MOVE WS-CUST-UNITS  TO RC-UNITS
           MOVE WS-CUST-OLDEST TO RC-OLDEST
           MOVE WS-RPT-CUST-TOT TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-AGE-TOTALS.
           MOVE SPACES TO WS-RPT-WORK
           MOVE "TOTALS BY DAYS WAITING" TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO WS-AGE-IX
           PERFORM UNTIL WS-AGE-IX > 4
               MOVE WS-AGE-LABEL (WS-AGE-IX)  TO RA-AGE-LABEL
               MOVE WS-AGE-ORDERS (WS-AGE-IX) TO RA-ORDERS
               MOVE WS-AGE-UNITS (WS-AGE-IX)  TO RA-UNITS
               MOVE WS-RPT-AGE-TOT TO WS-RPT-WORK
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-AGE-IX
           END-PERFORM

           MOVE SPACES TO WS-RPT-WORK
           STRING "TRAILER - OPEN BACKORDERS " DELIMITED BY SIZE
                  WS-BO-READ-COUNT DELIMITED BY SIZE
                  " CUSTOMERS " DELIMITED BY SIZE
                  WS-CUST-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
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

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT > 55
               PERFORM WRITE-PAGE-HEADING
           END-IF
           WRITE RPT-REC FROM WS-RPT-WORK
           ADD 1 TO WS-LINE-COUNT
           .

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE   TO PH-RUN-DATE
           MOVE WS-PAGE-COUNT TO PH-PAGE
           WRITE RPT-REC FROM WS-RPT-PAGE-HDR
           WRITE RPT-REC FROM WS-RPT-COL-HDR
           MOVE 2 TO WS-LINE-COUNT
           .

       WRITE-AUDIT-LOG.
           MOVE "MVP18"          TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE      TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME
           MOVE WS-BO-READ-COUNT TO AL-IN-COUNT
           MOVE WS-CUST-COUNT    TO AL-OUT-COUNT
           MOVE 0                TO AL-REJECT-COUNT
           MOVE SPACES           TO AL-FILLER

           *> OPEN EXTENDは対象ファイルが無いと素通りするだけ（作成しない）
           *> ので、初回実行時はOUTPUTで新規作成してやる必要がある
           OPEN EXTEND AUDITLOG
           IF NOT AUDITLOG-OK
               OPEN OUTPUT AUDITLOG
           END-IF
           WRITE AUDIT-REC
           CLOSE AUDITLOG
           .
