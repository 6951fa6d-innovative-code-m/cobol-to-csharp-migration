       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVP25.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> MVP01（計上）とMVP19（返品）が追記した税仕訳から、
           *> 課税地域別の月次納税額を起こす
           SELECT TAXJRNL
               ASSIGN TO "TAXJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXJRNL-STATUS.
           *> 地域名と期末時点の税率はMVP24が保守する税率表から引く
           SELECT TAXRATE
               ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-RATE-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.
           *> 対象期間の指定（無ければ実行日の前月、MVP20と同じ）
           SELECT PARMFILE
               ASSIGN TO "MVP25PRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT SORTWORK ASSIGN TO "MVP25SRT.DAT".
           SELECT RPTFILE
               ASSIGN TO "MVP25RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> MVP01のRECORD-TAX-JOURNALが書くのと同じレイアウト
       *> （共通コピーブックが無いリポジトリなのでここでも複製）
       FD  TAXJRNL
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  TAXJRNL-REC.
           05 TJ-JURIS          PIC X(4).
           05 TJ-POST-DATE      PIC 9(8).
           *> S=計上 R=返品戻し
           05 TJ-TRAN-TYPE      PIC X(1).
           *> 空白=課税 E=非課税顧客
           05 TJ-TAX-FLAG       PIC X(1).
           05 TJ-CUST-ID        PIC 9(5).
           05 TJ-ORDER-NO       PIC 9(7).
           05 TJ-SALES-AMOUNT   PIC 9(7)V99.
           05 TJ-TAX-AMOUNT     PIC 9(7)V99.
           05 TJ-RATE-PCT       PIC 9(2)V9(3).
           05 TJ-BRANCH-CODE    PIC X(3).
           05 TJ-FILLER         PIC X(8).

       *> MVP24が保守する税率表と同じレイアウト
       FD  TAXRATE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  TAXRATE-REC.
           05 TX-RATE-KEY.
              10 TX-JURIS       PIC X(4).
              10 TX-EFF-DATE    PIC 9(8).
           05 TX-RATE-PCT       PIC 9(2)V9(3).
           05 TX-JURIS-NAME     PIC X(20).
           05 TX-FILLER         PIC X(3).

       FD  PARMFILE
           RECORD CONTAINS 6 CHARACTERS
           RECORDING MODE IS F.
       01  PARMREC.
           *> 対象期間YYYYMM（0なら実行日の前月）
           05 PM-PERIOD         PIC 9(6).

       SD  SORTWORK.
       01  SORT-REC.
           05 SRT-JURIS         PIC X(4).
           05 SRT-TRAN-TYPE     PIC X(1).
           05 SRT-TAX-FLAG      PIC X(1).
           05 SRT-SALES-AMOUNT  PIC 9(7)V99.
           05 SRT-TAX-AMOUNT    PIC 9(7)V99.

       FD  RPTFILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  RPT-REC              PIC X(132).

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

       01  WS-TAXJRNL-STATUS    PIC X(2) VALUE SPACES.
           88 TAXJRNL-OK                  VALUE "00".
       01  WS-TAXRATE-STATUS    PIC X(2) VALUE SPACES.
           88 TAXRATE-OK                  VALUE "00".
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
           88 PARMFILE-OK                 VALUE "00".
       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       *> 税仕訳が無いとき（まだ税を計算していない）は見出しと
       *> 0件の締めだけを出す。税率表は地域名と税率の表示にだけ使う
       01  WS-TAXJRNL-PRESENT   PIC X VALUE "N".
           88 TAXJRNL-PRESENT             VALUE "Y".
       01  WS-TAXRATE-PRESENT   PIC X VALUE "N".
           88 TAXRATE-PRESENT             VALUE "Y".

       *> 対象期間と期末日
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-PERIOD        PIC 9(6) VALUE 0.
       01  WS-RPT-PERIOD        PIC 9(6) VALUE 0.
       01  WS-RPT-PERIOD-R REDEFINES WS-RPT-PERIOD.
           05 WS-RPT-YEAR       PIC 9(4).
           05 WS-RPT-MONTH      PIC 9(2).
       01  WS-ROW-PERIOD        PIC 9(6) VALUE 0.
       *> 税率は期末日に適用されていたものを表示する（月の途中で
       *> 改定があった地域は行の税額が混在するので注記を付ける）
       01  WS-PERIOD-END-DATE   PIC 9(8) VALUE 0.

       01  WS-JRNL-READ-COUNT   PIC 9(7) VALUE 0.
       01  WS-SELECTED-COUNT    PIC 9(7) VALUE 0.
       01  WS-JURIS-COUNT       PIC 9(5) VALUE 0.

       01  WS-SORT-EOF          PIC X VALUE "N".
           88 SORT-EOF                    VALUE "Y".
       01  WS-TX-EOF            PIC X VALUE "N".
           88 TX-EOF                      VALUE "Y".

       *> コントロールブレーク用（課税地域が変わったら1行出す）
       01  WS-PREV-JURIS        PIC X(4) VALUE SPACES.
       01  WS-FIRST-SORT-REC    PIC X VALUE "Y".
           88 IS-FIRST-SORT-REC           VALUE "Y".

       *> 地域別の積み上げ（ブレークでクリア）
       01  WS-JUR-TAXABLE       PIC 9(11)V99 VALUE 0.
       01  WS-JUR-EXEMPT        PIC 9(11)V99 VALUE 0.
       01  WS-JUR-TAX           PIC 9(11)V99 VALUE 0.
       01  WS-JUR-RET-SALES     PIC 9(11)V99 VALUE 0.
       01  WS-JUR-RET-TAX       PIC 9(11)V99 VALUE 0.
       01  WS-JUR-NET           PIC S9(11)V99 VALUE 0.
       01  WS-JUR-NAME          PIC X(20) VALUE SPACES.
       01  WS-JUR-RATE          PIC 9(2)V9(3) VALUE 0.
       01  WS-JUR-RATE-CHANGED  PIC X VALUE "N".
           88 JUR-RATE-CHANGED            VALUE "Y".

       *> 全地域の合計
       01  WS-GRD-TAXABLE       PIC 9(11)V99 VALUE 0.
       01  WS-GRD-EXEMPT        PIC 9(11)V99 VALUE 0.
       01  WS-GRD-TAX           PIC 9(11)V99 VALUE 0.
       01  WS-GRD-RET-SALES     PIC 9(11)V99 VALUE 0.
       01  WS-GRD-RET-TAX       PIC 9(11)V99 VALUE 0.
       01  WS-GRD-NET           PIC S9(11)V99 VALUE 0.

       *> ページ制御（55行で改ページ、MVP04と同じ）
       01  WS-PAGE-COUNT        PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT        PIC 9(3) VALUE 99.

       01  WS-RPT-PAGE-HDR.
           05 FILLER            PIC X(34)
              VALUE "MVP25 SALES TAX LIABILITY     RUN ".
           05 PH-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(8) VALUE "  PERIOD".
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PH-PERIOD         PIC 9(6).
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 PH-PAGE           PIC ZZZ9.
           05 FILLER            PIC X(64) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05 FILLER            PIC X(34) VALUE
              "JUR  NAME                   RATE ".
           05 FILLER            PIC X(42) VALUE
              " TAXABLE SALES  EXEMPT SALES TAX COLLECTED".
           05 FILLER            PIC X(44) VALUE
              " RETURNED SALES  RETURNED TAX  NET LIABILITY".
           05 FILLER            PIC X(12) VALUE SPACES.

       01  WS-RPT-DTL.
           05 RD-JURIS          PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-JURIS-NAME     PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-RATE           PIC Z9.999.
           05 RD-RATE-NOTE      PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-TAXABLE        PIC ZZZ,ZZZ,ZZ9.99.
           05 RD-EXEMPT         PIC ZZZ,ZZZ,ZZ9.99.
           05 RD-TAX            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-RET-SALES      PIC ZZZ,ZZZ,ZZ9.99.
           05 RD-RET-TAX        PIC ZZZ,ZZZ,ZZ9.99.
           05 RD-NET            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(12) VALUE SPACES.

       01  WS-RPT-WORK          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-PERIOD
           PERFORM LOAD-PARAMETERS
           COMPUTE WS-PERIOD-END-DATE = WS-RPT-PERIOD * 100 + 31

           OPEN INPUT TAXJRNL
           IF TAXJRNL-OK
               SET TAXJRNL-PRESENT TO TRUE
           END-IF
           OPEN INPUT TAXRATE
           IF TAXRATE-OK
               SET TAXRATE-PRESENT TO TRUE
           END-IF

           OPEN OUTPUT RPTFILE

           *> 対象期間の税仕訳を課税地域順に並べ、出力手続の中で
           *> 地域ごとに1行へまとめる
           SORT SORTWORK
               ON ASCENDING KEY SRT-JURIS
               INPUT PROCEDURE IS SELECT-PERIOD-ROWS
               OUTPUT PROCEDURE IS SUMMARIZE-BY-JURISDICTION

           IF TAXJRNL-PRESENT
               CLOSE TAXJRNL
           END-IF
           IF TAXRATE-PRESENT
               CLOSE TAXRATE
           END-IF

           PERFORM WRITE-GRAND-TOTAL
           PERFORM WRITE-REPORT-TRAILER
           CLOSE RPTFILE

           DISPLAY "MVP25: PERIOD " WS-RPT-PERIOD " - "
               WS-JURIS-COUNT " JURISDICTION(S), NET TAX "
               WS-GRD-NET ", SEE MVP25RPT.DAT"

           PERFORM WRITE-AUDIT-LOG

           GOBACK
           .

       LOAD-PARAMETERS.
           *> 対象期間はパラメータ指定、無ければ実行日の前月
           MOVE 0 TO WS-RPT-PERIOD
           OPEN INPUT PARMFILE
           IF PARMFILE-OK
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-PERIOD NUMERIC
                           MOVE PM-PERIOD TO WS-RPT-PERIOD
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF
           IF WS-RPT-PERIOD = 0
              OR WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12
               MOVE WS-RUN-PERIOD TO WS-RPT-PERIOD
               IF WS-RPT-MONTH = 1
                   SUBTRACT 1 FROM WS-RPT-YEAR
                   MOVE 12 TO WS-RPT-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-RPT-MONTH
               END-IF
           END-IF
           .

       SELECT-PERIOD-ROWS.
           *> 計上・返品とも実行日（TJ-POST-DATE）の月で集計する
           IF TAXJRNL-PRESENT
               PERFORM UNTIL EOF
                   READ TAXJRNL
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JRNL-READ-COUNT
                           DIVIDE TJ-POST-DATE BY 100
                               GIVING WS-ROW-PERIOD
                           IF WS-ROW-PERIOD = WS-RPT-PERIOD
                               ADD 1 TO WS-SELECTED-COUNT
                               MOVE TJ-JURIS        TO SRT-JURIS
                               MOVE TJ-TRAN-TYPE    TO SRT-TRAN-TYPE
                               MOVE TJ-TAX-FLAG     TO SRT-TAX-FLAG
                               MOVE TJ-SALES-AMOUNT TO SRT-SALES-AMOUNT
                               MOVE TJ-TAX-AMOUNT   TO SRT-TAX-AMOUNT
                               RELEASE SORT-REC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       SUMMARIZE-BY-JURISDICTION.
           PERFORM UNTIL SORT-EOF
               RETURN SORTWORK
                   AT END
                       SET SORT-EOF TO TRUE
                       IF NOT IS-FIRST-SORT-REC
                           PERFORM WRITE-JURISDICTION-LINE
                       END-IF
                   NOT AT END
                       IF IS-FIRST-SORT-REC
                           MOVE "N" TO WS-FIRST-SORT-REC
                           MOVE SRT-JURIS TO WS-PREV-JURIS
                       ELSE
                           IF SRT-JURIS NOT = WS-PREV-JURIS
                               PERFORM WRITE-JURISDICTION-LINE
                               MOVE SRT-JURIS TO WS-PREV-JURIS
                           END-IF
                       END-IF
                       PERFORM ACCUMULATE-ONE-ROW
               END-RETURN
           END-PERFORM
           .

       ACCUMULATE-ONE-ROW.
           *> 非課税顧客への売上は税0なので免税売上の欄にだけ積む。
           *> 返品は売上・税とも別欄に積み、納税額から差し引く
           EVALUATE TRUE
               WHEN SRT-TRAN-TYPE = "R"
                   ADD SRT-SALES-AMOUNT TO WS-JUR-RET-SALES
                   ADD SRT-TAX-AMOUNT   TO WS-JUR-RET-TAX
               WHEN SRT-TAX-FLAG = "E"
                   ADD SRT-SALES-AMOUNT TO WS-JUR-EXEMPT
               WHEN OTHER
                   ADD SRT-SALES-AMOUNT TO WS-JUR-TAXABLE
                   ADD SRT-TAX-AMOUNT   TO WS-JUR-TAX
           END-EVALUATE
           .

       WRITE-JURISDICTION-LINE.
           ADD 1 TO WS-JURIS-COUNT
           PERFORM LOOKUP-PERIOD-RATE
           COMPUTE WS-JUR-NET = WS-JUR-TAX - WS-JUR-RET-TAX

           MOVE WS-PREV-JURIS    TO RD-JURIS
           MOVE WS-JUR-NAME      TO RD-JURIS-NAME
           MOVE WS-JUR-RATE      TO RD-RATE
           *> 月の途中で税率が改定された地域は「*」を付ける
           IF JUR-RATE-CHANGED
               MOVE "*" TO RD-RATE-NOTE
           ELSE
               MOVE SPACE TO RD-RATE-NOTE
           END-IF
           MOVE WS-JUR-TAXABLE   TO RD-TAXABLE
           MOVE WS-JUR-EXEMPT    TO RD-EXEMPT
           MOVE WS-JUR-TAX       TO RD-TAX
           MOVE WS-JUR-RET-SALES TO RD-RET-SALES
           MOVE WS-JUR-RET-TAX   TO RD-RET-TAX
           MOVE WS-JUR-NET       TO RD-NET
           MOVE WS-RPT-DTL TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE

           ADD WS-JUR-TAXABLE   TO WS-GRD-TAXABLE
           ADD WS-JUR-EXEMPT    TO WS-GRD-EXEMPT
           ADD WS-JUR-TAX       TO WS-GRD-TAX
           ADD WS-JUR-RET-SALES TO WS-GRD-RET-SALES
           ADD WS-JUR-RET-TAX   TO WS-GRD-RET-TAX
           ADD WS-JUR-NET       TO WS-GRD-NET

           MOVE 0 TO WS-JUR-TAXABLE
           MOVE 0 TO WS-JUR-EXEMPT
           MOVE 0 TO WS-JUR-TAX
           MOVE 0 TO WS-JUR-RET-SALES
           MOVE 0 TO WS-JUR-RET-TAX
           .

       LOOKUP-PERIOD-RATE.
           *> 税率表をその地域の先頭から昇順に読み、期末日を超えない
           *> 最後の行の名称と税率を採る（MVP01のLOOKUP-TAX-RATEと同じ
           *> やり方）。期間内に適用開始した行があれば改定ありの印
           MOVE SPACES TO WS-JUR-NAME
           MOVE 0      TO WS-JUR-RATE
           MOVE "N"    TO WS-JUR-RATE-CHANGED
           IF TAXRATE-PRESENT
               MOVE WS-PREV-JURIS TO TX-JURIS
               MOVE 0             TO TX-EFF-DATE
               MOVE "N" TO WS-TX-EOF
               START TAXRATE KEY NOT LESS TX-RATE-KEY
                   INVALID KEY
                       SET TX-EOF TO TRUE
               END-START
               PERFORM UNTIL TX-EOF
                   READ TAXRATE NEXT RECORD
                       AT END
                           SET TX-EOF TO TRUE
                       NOT AT END
                           IF TX-JURIS NOT = WS-PREV-JURIS
                              OR TX-EFF-DATE > WS-PERIOD-END-DATE
                               SET TX-EOF TO TRUE
                           ELSE
                               MOVE TX-JURIS-NAME TO WS-JUR-NAME
                               MOVE TX-RATE-PCT   TO WS-JUR-RATE
                               DIVIDE TX-EFF-DATE BY 100
                                   GIVING WS-ROW-PERIOD
                               IF WS-ROW-PERIOD = WS-RPT-PERIOD
                                   SET JUR-RATE-CHANGED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-JUR-NAME = SPACES
               MOVE "(NOT ON TAXRATE)" TO WS-JUR-NAME
           END-IF
           .

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "ALL "           TO RD-JURIS
           MOVE "TOTAL ALL JURIS"  TO RD-JURIS-NAME
           MOVE 0                TO RD-RATE
           MOVE SPACE            TO RD-RATE-NOTE
           MOVE WS-GRD-TAXABLE   TO RD-TAXABLE
           MOVE WS-GRD-EXEMPT    TO RD-EXEMPT
           MOVE WS-GRD-TAX       TO RD-TAX
           MOVE WS-GRD-RET-SALES TO RD-RET-SALES
           MOVE WS-GRD-RET-TAX   TO RD-RET-TAX
           MOVE WS-GRD-NET       TO RD-NET
           MOVE WS-RPT-DTL TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING "TRAILER - READ " DELIMITED BY SIZE
                  WS-JRNL-READ-COUNT DELIMITED BY SIZE
                  " IN PERIOD " DELIMITED BY SIZE
                  WS-SELECTED-COUNT DELIMITED BY SIZE
                  " JURISDICTIONS " DELIMITED BY SIZE
                  WS-JURIS-COUNT DELIMITED BY SIZE
                  " (* = RATE CHANGED IN PERIOD)" DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
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
           MOVE WS-RPT-PERIOD TO PH-PERIOD
           MOVE WS-PAGE-COUNT TO PH-PAGE
           WRITE RPT-REC FROM WS-RPT-PAGE-HDR
           WRITE RPT-REC FROM WS-RPT-COL-HDR
           MOVE 2 TO WS-LINE-COUNT
           .

       WRITE-AUDIT-LOG.
           MOVE "MVP25"            TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE        TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME
           MOVE WS-JRNL-READ-COUNT TO AL-IN-COUNT
           MOVE WS-JURIS-COUNT     TO AL-OUT-COUNT
           MOVE 0                  TO AL-REJECT-COUNT
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
