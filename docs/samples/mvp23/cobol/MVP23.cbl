       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVP23.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> MVP03・MVP06・MVP10・MVP13・MVP21・MVP24・MVP26・MVP28が
           *> 追記した変更ジャーナルからマスター・キー・期間で絞った
           *> 変更履歴を起こす
           SELECT MCHGJRNL
               ASSIGN TO "MCHGJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MCHGJRNL-STATUS.
           *> 絞り込み条件の指定（無ければ全件）
           SELECT PARMFILE
               ASSIGN TO "MVP23PRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT SORTWORK ASSIGN TO "MVP23SRT.DAT".
           SELECT RPTFILE
               ASSIGN TO "MVP23RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 要注意項目の明細はいったん作業ファイルへ退避し、全明細を
           *> 書き終えた後でレポート末尾の別セクションへまとめ直す
           *> （MVP03の拒否セクションと同じ方式）
           SELECT SENSWORK
               ASSIGN TO "MVP23SNS.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> マスター変更ジャーナル（MVP03・MVP06・MVP10・MVP13・MVP21・
       *> MVP23・MVP24・MVP26・MVP28で同じレイアウト。共通コピー
       *> ブックが無いリポジトリなので複製）
       FD  MCHGJRNL
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01  MCHGJRNL-REC.
           05 MJ-PROGRAM-ID     PIC X(8).
           *> マスター名（8桁に収まらない在庫マスターはSTOCKMSTで残す）
           05 MJ-MASTER         PIC X(8).
           05 MJ-KEY            PIC X(14).
           *> 変更した項目（マスター側のデータ名そのまま）
           05 MJ-FIELD          PIC X(16).
           *> 変更前後の値（数値は編集後の文字列。追加時の変更前は空欄）
           05 MJ-BEFORE         PIC X(20).
           05 MJ-AFTER          PIC X(20).
           05 MJ-RUN-DATE       PIC 9(8).
           05 MJ-RUN-TIME       PIC 9(8).
           *> 発生元トランザクション（入力ファイル上の通番と原文）
           05 MJ-TRAN-SEQ       PIC 9(7).
           05 MJ-TRAN-IMAGE     PIC X(50).
           05 MJ-FILLER         PIC X(1).

       FD  PARMFILE
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  PARMREC.
           *> 対象マスター（CUSTMAST等。空欄なら全マスター。在庫
           *> マスターはジャーナルと同じくSTOCKMSTで指定する）
           05 PM-MASTER         PIC X(8).
           *> 対象キー（空欄なら全キー。前方一致なのでPRCHISTは
           *> 品目コードだけでも指定できる）
           05 PM-KEY            PIC X(14).
           *> 実行日の範囲（0なら下限・上限なし）
           05 PM-FROM-DATE      PIC 9(8).
           05 PM-TO-DATE        PIC 9(8).

       *> ジャーナル1行に、同じ時刻内の順序を保つ通番を足して並べる
       SD  SORTWORK.
       01  SORT-REC.
           05 SRT-JRNL.
              10 SRT-PROGRAM-ID PIC X(8).
              10 SRT-MASTER     PIC X(8).
              10 SRT-KEY        PIC X(14).
              10 SRT-FIELD      PIC X(16).
                 88 SRT-SENSITIVE-FIELD
                    VALUES "CM-CREDIT-LIMIT" "CM-STATUS"
                           "IT-UNIT-PRICE" "PH-UNIT-PRICE"
                           "TX-RATE-PCT" "TE-CERT-NO"
                           "GA-DR-ACCOUNT" "GA-CR-ACCOUNT".
              10 SRT-BEFORE     PIC X(20).
              10 SRT-AFTER      PIC X(20).
              10 SRT-RUN-DATE   PIC 9(8).
              10 SRT-RUN-TIME   PIC 9(8).
              10 SRT-TRAN-SEQ   PIC 9(7).
              10 SRT-TRAN-IMAGE PIC X(50).
              10 SRT-FILLER     PIC X(1).
           05 SRT-SEQ           PIC 9(7).

       FD  RPTFILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  RPT-REC              PIC X(132).

       FD  SENSWORK
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  SENSWORK-REC         PIC X(132).

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

       01  WS-MCHGJRNL-STATUS   PIC X(2) VALUE SPACES.
           88 MCHGJRNL-OK                 VALUE "00".
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
           88 PARMFILE-OK                 VALUE "00".
       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       *> ジャーナルが無いとき（まだどの保守も動いていない）は
       *> 見出しと0件の締めだけを出す
       01  WS-MCHGJRNL-PRESENT  PIC X VALUE "N".
           88 MCHGJRNL-PRESENT            VALUE "Y".

       *> 絞り込み条件（パラメータが無ければ全件）
       01  WS-SEL-MASTER        PIC X(8) VALUE SPACES.
       01  WS-SEL-KEY           PIC X(14) VALUE SPACES.
       01  WS-SEL-KEY-LEN       PIC 9(2) VALUE 0.
       01  WS-SEL-FROM-DATE     PIC 9(8) VALUE 0.
       01  WS-SEL-TO-DATE       PIC 9(8) VALUE 99999999.
       01  WS-SEL-MASTER-TX     PIC X(8) VALUE SPACES.
       01  WS-SEL-KEY-TX        PIC X(14) VALUE SPACES.

       01  WS-ROW-SELECTED      PIC X VALUE "N".
           88 ROW-SELECTED                VALUE "Y".

       01  WS-JRNL-READ-COUNT   PIC 9(7) VALUE 0.
       01  WS-SELECTED-COUNT    PIC 9(7) VALUE 0.
       01  WS-SENSITIVE-COUNT   PIC 9(7) VALUE 0.
       01  WS-RELEASE-SEQ       PIC 9(7) VALUE 0.

       01  WS-SORT-EOF          PIC X VALUE "N".
           88 SORT-EOF                    VALUE "Y".
       01  WS-SNS-EOF           PIC X VALUE "N".
           88 SNS-EOF                     VALUE "Y".

       *> コントロールブレーク用（マスター＋キーが変わったら1行空ける）
       01  WS-PREV-MASTER       PIC X(8) VALUE SPACES.
       01  WS-PREV-KEY          PIC X(14) VALUE SPACES.
       01  WS-FIRST-SORT-REC    PIC X VALUE "Y".
           88 IS-FIRST-SORT-REC           VALUE "Y".

       01  WS-RUN-DATE          PIC 9(8) VALUE 0.

       *> ページ制御（55行で改ページ、MVP04と同じ）
       01  WS-PAGE-COUNT        PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT        PIC 9(3) VALUE 99.

       01  WS-RPT-PAGE-HDR.
           05 FILLER            PIC X(34)
              VALUE "MVP23 MASTER CHANGE HISTORY   RUN ".
           05 PH-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 PH-PAGE           PIC ZZZ9.
           05 FILLER            PIC X(79) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05 FILLER            PIC X(41) VALUE
              "MASTER   KEY            FIELD            ".
           05 FILLER            PIC X(45) VALUE
              "BEFORE                  AFTER                ".
           05 FILLER            PIC X(35) VALUE
              "RUN DATE RUN TIME PROGRAM  TRAN SEQ".
           05 FILLER            PIC X(11) VALUE SPACES.

       01  WS-RPT-DTL.
           05 RD-MASTER         PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-KEY            PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-FIELD          PIC X(16).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-BEFORE         PIC X(20).
           05 FILLER            PIC X(4) VALUE " -> ".
           05 RD-AFTER          PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-RUN-TIME       PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-PROGRAM-ID     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-TRAN-SEQ       PIC 9(7).
           05 FILLER            PIC X(12) VALUE SPACES.

       *> 要注意項目セクションでは発生元トランザクションの原文も添える
       01  WS-RPT-SRC.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(13) VALUE "SOURCE TRAN: ".
           05 RS-TRAN-IMAGE     PIC X(50).
           05 FILLER            PIC X(59) VALUE SPACES.

       01  WS-RPT-WORK          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETERS

           OPEN INPUT MCHGJRNL
           IF MCHGJRNL-OK
               SET MCHGJRNL-PRESENT TO TRUE
           END-IF

           OPEN OUTPUT RPTFILE
           OPEN OUTPUT SENSWORK
           PERFORM WRITE-SELECTION-LINE

           *> マスター・キー・実行日時順に並べ、1レコードの変更の
           *> 流れを続けて読めるようにする
           SORT SORTWORK
               ON ASCENDING KEY SRT-MASTER SRT-KEY
                                SRT-RUN-DATE SRT-RUN-TIME SRT-SEQ
               INPUT PROCEDURE IS SELECT-JOURNAL-ROWS
               OUTPUT PROCEDURE IS PRINT-CHANGE-HISTORY

           IF MCHGJRNL-PRESENT
               CLOSE MCHGJRNL
           END-IF
           CLOSE SENSWORK

           PERFORM WRITE-SENSITIVE-SECTION
           PERFORM WRITE-REPORT-TRAILER
           CLOSE RPTFILE

           DISPLAY "MVP23: " WS-SELECTED-COUNT " CHANGE(S) LISTED, "
               WS-SENSITIVE-COUNT " TO SENSITIVE FIELD(S), "
               "SEE MVP23RPT.DAT"

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
                       MOVE PM-MASTER TO WS-SEL-MASTER
                       MOVE PM-KEY    TO WS-SEL-KEY
                       IF PM-FROM-DATE NUMERIC
                           MOVE PM-FROM-DATE TO WS-SEL-FROM-DATE
                       END-IF
                       IF PM-TO-DATE NUMERIC AND PM-TO-DATE NOT = 0
                           MOVE PM-TO-DATE TO WS-SEL-TO-DATE
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF

           *> キーは前方一致で比べるので、指定された長さを求めておく
           MOVE 0 TO WS-SEL-KEY-LEN
           IF WS-SEL-KEY NOT = SPACES
               MOVE 14 TO WS-SEL-KEY-LEN
               PERFORM UNTIL WS-SEL-KEY(WS-SEL-KEY-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-SEL-KEY-LEN
               END-PERFORM
           END-IF
           .

       SELECT-JOURNAL-ROWS.
           IF MCHGJRNL-PRESENT
               PERFORM UNTIL EOF
                   READ MCHGJRNL
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JRNL-READ-COUNT
                           PERFORM CHECK-SELECTION
                           IF ROW-SELECTED
                               ADD 1 TO WS-RELEASE-SEQ
                               MOVE MCHGJRNL-REC   TO SRT-JRNL
                               MOVE WS-RELEASE-SEQ TO SRT-SEQ
                               RELEASE SORT-REC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       CHECK-SELECTION.
           SET ROW-SELECTED TO TRUE
           IF WS-SEL-MASTER NOT = SPACES
              AND MJ-MASTER NOT = WS-SEL-MASTER
               MOVE "N" TO WS-ROW-SELECTED
           END-IF
           IF WS-SEL-KEY-LEN > 0
              AND MJ-KEY(1:WS-SEL-KEY-LEN)
                  NOT = WS-SEL-KEY(1:WS-SEL-KEY-LEN)
               MOVE "N" TO WS-ROW-SELECTED
           END-IF
           IF MJ-RUN-DATE < WS-SEL-FROM-DATE
              OR MJ-RUN-DATE > WS-SEL-TO-DATE
               MOVE "N" TO WS-ROW-SELECTED
           END-IF
           .

       PRINT-CHANGE-HISTORY.
           PERFORM UNTIL SORT-EOF
               RETURN SORTWORK
                   AT END
                       SET SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-CHANGE
               END-RETURN
           END-PERFORM
           .

       PRINT-ONE-CHANGE.
           *> 別のレコードに移ったら1行空けて区切る
           IF NOT IS-FIRST-SORT-REC
              AND (SRT-MASTER NOT = WS-PREV-MASTER
                   OR SRT-KEY NOT = WS-PREV-KEY)
               MOVE SPACES TO WS-RPT-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "N"        TO WS-FIRST-SORT-REC
           MOVE SRT-MASTER TO WS-PREV-MASTER
           MOVE SRT-KEY    TO WS-PREV-KEY

           ADD 1 TO WS-SELECTED-COUNT
           MOVE SRT-MASTER     TO RD-MASTER
           MOVE SRT-KEY        TO RD-KEY
           MOVE SRT-FIELD      TO RD-FIELD
           MOVE SRT-BEFORE     TO RD-BEFORE
           MOVE SRT-AFTER      TO RD-AFTER
           MOVE SRT-RUN-DATE   TO RD-RUN-DATE
           MOVE SRT-RUN-TIME   TO RD-RUN-TIME
           MOVE SRT-PROGRAM-ID TO RD-PROGRAM-ID
           MOVE SRT-TRAN-SEQ   TO RD-TRAN-SEQ
           MOVE WS-RPT-DTL TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE

           *> 与信限度・単価・状態の変更は監査で個別に見るので、
           *> 発生元トランザクションの原文と一緒に別セクションへ回す
           IF SRT-SENSITIVE-FIELD
               ADD 1 TO WS-SENSITIVE-COUNT
               WRITE SENSWORK-REC FROM WS-RPT-DTL
               MOVE SRT-TRAN-IMAGE TO RS-TRAN-IMAGE
               WRITE SENSWORK-REC FROM WS-RPT-SRC
           END-IF
           .

       WRITE-SELECTION-LINE.
           IF WS-SEL-MASTER = SPACES
               MOVE "ALL" TO WS-SEL-MASTER-TX
           ELSE
               MOVE WS-SEL-MASTER TO WS-SEL-MASTER-TX
           END-IF
           IF WS-SEL-KEY = SPACES
               MOVE "ALL" TO WS-SEL-KEY-TX
           ELSE
               MOVE WS-SEL-KEY TO WS-SEL-KEY-TX
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           STRING "SELECTION - MASTER " DELIMITED BY SIZE
                  WS-SEL-MASTER-TX DELIMITED BY SIZE
                  " KEY " DELIMITED BY SIZE
                  WS-SEL-KEY-TX DELIMITED BY SIZE
                  " RUN DATE " DELIMITED BY SIZE
                  WS-SEL-FROM-DATE DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  WS-SEL-TO-DATE DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-SENSITIVE-SECTION.
           *> 作業ファイルへ退避しておいた要注意項目の明細を
           *> 改ページしてレポート末尾へ転記
           MOVE 99 TO WS-LINE-COUNT
           MOVE SPACES TO WS-RPT-WORK
           MOVE
             "SENSITIVE FIELD CHANGES (CREDIT, STATUS, PRICE, TAX, GL)"
               TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT SENSWORK
           MOVE "N" TO WS-SNS-EOF
           PERFORM UNTIL SNS-EOF
               READ SENSWORK
                   AT END
                       SET SNS-EOF TO TRUE
                   NOT AT END
                       MOVE SENSWORK-REC TO WS-RPT-WORK
                       PERFORM WRITE-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE SENSWORK
           .

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING "TRAILER - READ " DELIMITED BY SIZE
                  WS-JRNL-READ-COUNT DELIMITED BY SIZE
                  " LISTED " DELIMITED BY SIZE
                  WS-SELECTED-COUNT DELIMITED BY SIZE
                  " SENSITIVE " DELIMITED BY SIZE
                  WS-SENSITIVE-COUNT DELIMITED BY SIZE
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
           MOVE WS-PAGE-COUNT TO PH-PAGE
           WRITE RPT-REC FROM WS-RPT-PAGE-HDR
           WRITE RPT-REC FROM WS-RPT-COL-HDR
           MOVE 2 TO WS-LINE-COUNT
           .

       WRITE-AUDIT-LOG.
           MOVE "MVP23"            TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE        TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME
           MOVE WS-JRNL-READ-COUNT TO AL-IN-COUNT
           MOVE WS-SELECTED-COUNT  TO AL-OUT-COUNT
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
