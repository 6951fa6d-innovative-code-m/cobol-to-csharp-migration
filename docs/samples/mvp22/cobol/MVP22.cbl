       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVP22.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 発注点を割った品目（MVP10の発注点割れ一覧と同じ判定）を
           *> 在庫マスターから拾い、仕入先ごとに番号付きの発注書を起こす
           SELECT STOCKMAST
               ASSIGN TO "STOCKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-ITEM-CODE
               FILE STATUS IS WS-STOCKMAST-STATUS.
           *> MVP21が保守する品目別仕入先割当と仕入先マスター
           SELECT ITEMVEND
               ASSIGN TO "ITEMVEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-ITEM-CODE
               FILE STATUS IS WS-ITEMVEND-STATUS.
           SELECT VENDMAST
               ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-ID
               FILE STATUS IS WS-VENDMAST-STATUS.
           *> 発注書の品名引きに使う（あるときだけ）
           SELECT ITEMMAST
               ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           *> 発注残ファイル（品目ごとに未完了の発注1件）。ここに行が
           *> ある品目は二重に発注しない。MVP10の入荷で消し込む
           SELECT OPENPO
               ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ITEM-CODE
               FILE STATUS IS WS-OPENPO-STATUS.
           SELECT SORTWORK ASSIGN TO "MVP22SRT.DAT".
           *> 発注書本体（1仕入先1発注書、MVP11の請求書と同じ印字形式）
           SELECT POFILE
               ASSIGN TO "MVP22PO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 実行をまたいで発注番号を採番する管理ファイル
           *> （請求書番号のINVCTL.DATと同じ方式）
           SELECT POCTL
               ASSIGN TO "POCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POCTL-STATUS.
           SELECT REPFILE
               ASSIGN TO "MVP22RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> MVP01のALLOCATE-STOCKが読むのと同じレイアウト
       *> （共通コピーブックが無いリポジトリなのでここでも複製）
       FD  STOCKMAST
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  STOCKMAST-REC.
           05 SK-ITEM-CODE      PIC X(6).
           05 SK-QTY-ON-HAND    PIC 9(7).
           05 SK-REORDER-POINT  PIC 9(7).

       *> MVP21が保守するのと同じレイアウト
       FD  ITEMVEND
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  ITEMVEND-REC.
           05 IV-ITEM-CODE      PIC X(6).
           05 IV-VENDOR-ID      PIC 9(5).
           05 IV-ORDER-QTY      PIC 9(7).
           05 IV-LEAD-DAYS      PIC 9(3).
           05 IV-FILLER         PIC X(9).

       FD  VENDMAST
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  VENDMAST-REC.
           05 VM-VENDOR-ID      PIC 9(5).
           05 VM-VENDOR-NAME    PIC X(20).
           05 VM-STATUS         PIC X(1).
               88 VM-ACTIVE               VALUE "A".
           05 VM-FILLER         PIC X(14).

       *> MVP06が保守する品目カタログと同じレイアウト
       FD  ITEMMAST
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  ITEMMAST-REC.
           05 IT-ITEM-CODE      PIC X(6).
           05 IT-ITEM-DESC      PIC X(20).
           05 IT-UNIT-PRICE     PIC 9(3)V99.
           05 IT-STATUS         PIC X(1).
               88 IT-ACTIVE               VALUE "A".

       *> 発注残（MVP10の入荷照合と同じレイアウト）
       FD  OPENPO
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  OPENPO-REC.
           05 OP-ITEM-CODE      PIC X(6).
           05 OP-PO-NO          PIC 9(7).
           05 OP-VENDOR-ID      PIC 9(5).
           05 OP-ORDER-DATE     PIC 9(8).
           05 OP-DUE-DATE       PIC 9(8).
           05 OP-ORDER-QTY      PIC 9(7).
           *> 分納で入荷済みの累計（発注数量に達したら行を消す）
           05 OP-RECEIVED-QTY   PIC 9(7).
           05 OP-FILLER         PIC X(12).

       SD  SORTWORK.
       01  SORTWORK-REC.
           05 SRT-VENDOR-ID     PIC 9(5).
           05 SRT-ITEM-CODE     PIC X(6).
           05 SRT-ORDER-QTY     PIC 9(7).
           05 SRT-LEAD-DAYS     PIC 9(3).
           05 SRT-ON-HAND       PIC 9(7).
           05 SRT-REORDER-POINT PIC 9(7).
           05 SRT-VENDOR-NAME   PIC X(20).

       FD  POFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PO-REC               PIC X(80).

       *> 次に使う発注番号1件だけの管理レコード
       FD  POCTL
           RECORD CONTAINS 7 CHARACTERS
           RECORDING MODE IS F.
       01  POCTL-REC.
           05 PC-NEXT-PO-NO     PIC 9(7).

       FD  REPFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REP-REC              PIC X(80).

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

       01  WS-STOCKMAST-STATUS  PIC X(2) VALUE SPACES.
           88 STOCKMAST-OK                VALUE "00".
       01  WS-ITEMVEND-STATUS   PIC X(2) VALUE SPACES.
           88 ITEMVEND-OK                 VALUE "00".
       01  WS-VENDMAST-STATUS   PIC X(2) VALUE SPACES.
           88 VENDMAST-OK                 VALUE "00".
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE SPACES.
           88 ITEMMAST-OK                 VALUE "00".
       01  WS-OPENPO-STATUS     PIC X(2) VALUE SPACES.
           88 OPENPO-OK                   VALUE "00".
           88 OPENPO-MISSING              VALUE "35".
       01  WS-POCTL-STATUS      PIC X(2) VALUE SPACES.
           88 POCTL-OK                    VALUE "00".
       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       01  WS-ITEMMAST-PRESENT  PIC X VALUE "N".
           88 ITEMMAST-PRESENT            VALUE "Y".

       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-BELOW-COUNT       PIC 9(7) VALUE 0.
       01  WS-ON-ORDER-COUNT    PIC 9(7) VALUE 0.
       01  WS-EXCEPT-COUNT      PIC 9(7) VALUE 0.
       01  WS-LINE-COUNT        PIC 9(7) VALUE 0.
       01  WS-PO-COUNT          PIC 9(7) VALUE 0.

       *> 採番用（管理ファイルが無い初回は1から始める）
       01  WS-NEXT-PO-NO        PIC 9(7) VALUE 1.
       01  WS-CUR-PO-NO         PIC 9(7) VALUE 0.

       *> 仕入先単位の集計（コントロールブレークで都度クリア）
       01  WS-PREV-VENDOR-ID    PIC 9(5) VALUE 0.
       01  WS-FIRST-SORT-REC    PIC X VALUE "Y".
           88 IS-FIRST-SORT-REC           VALUE "Y".
       01  WS-PO-LINES          PIC 9(5) VALUE 0.
       01  WS-PO-UNITS          PIC 9(9) VALUE 0.

       *> 納期＝実行日＋リードタイム（1日ずつ暦をめくって求める）
       01  WS-DUE-DATE          PIC 9(8) VALUE 0.
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-YEAR       PIC 9(4).
           05 WS-DUE-MONTH      PIC 9(2).
           05 WS-DUE-DAY        PIC 9(2).
       01  WS-MONTH-DAYS-TBL    PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.
           05 WS-MONTH-DAYS     PIC 9(2) OCCURS 12 TIMES.
       01  WS-DAYS-IN-MONTH     PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOT         PIC 9(4) VALUE 0.
       01  WS-LEAP-REM-4        PIC 9(4) VALUE 0.
       01  WS-LEAP-REM-100      PIC 9(4) VALUE 0.
       01  WS-LEAP-REM-400      PIC 9(4) VALUE 0.

       *> 発注書の見出し・明細・合計行（MVP11の請求書に揃える）
       01  WS-PO-HDR-1.
           05 FILLER            PIC X(15) VALUE "PURCHASE ORDER ".
           05 PH-PO-NO          PIC 9(7).
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(5) VALUE "DATE ".
           05 PH-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(35) VALUE SPACES.

       01  WS-PO-HDR-2.
           05 FILLER            PIC X(10) VALUE "TO VENDOR ".
           05 PH-VENDOR-ID      PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PH-VENDOR-NAME    PIC X(20).
           05 FILLER            PIC X(44) VALUE SPACES.

       01  WS-PO-COL-HDR.
           05 FILLER            PIC X(28) VALUE
              "ITEM   DESCRIPTION".
           05 FILLER            PIC X(52) VALUE
              "    ORDER QTY  DUE DATE".

       01  WS-PO-DTL.
           05 PD-ITEM-CODE      PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PD-ITEM-DESC      PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PD-ORDER-QTY      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PD-DUE-DATE       PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  WS-PO-TRL.
           05 FILLER            PIC X(12) VALUE "TOTAL LINES ".
           05 PT-LINES          PIC ZZZZ9.
           05 FILLER            PIC X(7) VALUE " UNITS ".
           05 PT-UNITS          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(45) VALUE SPACES.

       *> 実行レポートの明細（発注した行・見送った行で共用）
       01  WS-DETAIL-LINE.
           05 WS-DTL-ITEM-CODE  PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-ON-HAND    PIC ZZZZZZ9.
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-DTL-REORDER    PIC ZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-VENDOR-ID  PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-PO-NO      PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-QTY        PIC ZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DTL-REASON     PIC X(35).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           OPEN INPUT STOCKMAST
           IF NOT STOCKMAST-OK
               DISPLAY "MVP22: CANNOT OPEN STOCKMAST.DAT, STATUS="
                   WS-STOCKMAST-STATUS
               GOBACK
           END-IF
           OPEN INPUT ITEMVEND
           IF NOT ITEMVEND-OK
               DISPLAY "MVP22: CANNOT OPEN ITEMVEND.DAT, STATUS="
                   WS-ITEMVEND-STATUS
               CLOSE STOCKMAST
               GOBACK
           END-IF
           OPEN INPUT VENDMAST
           IF NOT VENDMAST-OK
               DISPLAY "MVP22: CANNOT OPEN VENDMAST.DAT, STATUS="
                   WS-VENDMAST-STATUS
               CLOSE STOCKMAST ITEMVEND
               GOBACK
           END-IF

           *> 初回はOPENPO.DATがまだ無いのでOUTPUTで空の索引ファイルを
           *> 作ってからI-Oで開き直す
           OPEN I-O OPENPO
           IF OPENPO-MISSING
               OPEN OUTPUT OPENPO
               CLOSE OPENPO
               OPEN I-O OPENPO
           END-IF
           IF NOT OPENPO-OK
               DISPLAY "MVP22: CANNOT OPEN OPENPO.DAT, STATUS="
                   WS-OPENPO-STATUS
               CLOSE STOCKMAST ITEMVEND VENDMAST
               GOBACK
           END-IF

           OPEN INPUT ITEMMAST
           IF ITEMMAST-OK
               SET ITEMMAST-PRESENT TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-NEXT-PO-NO

           OPEN OUTPUT REPFILE
           OPEN OUTPUT POFILE
           PERFORM WRITE-REPORT-HEADER

           *> 入力手続で発注対象を選び、仕入先順に並べて出力手続で
           *> 1仕入先1発注書に起こす
           SORT SORTWORK
               ON ASCENDING KEY SRT-VENDOR-ID SRT-ITEM-CODE
               INPUT PROCEDURE IS SELECT-REORDER-ITEMS
               OUTPUT PROCEDURE IS RAISE-BY-VENDOR

           PERFORM WRITE-REPORT-TRAILER
           CLOSE STOCKMAST ITEMVEND VENDMAST OPENPO POFILE REPFILE
           IF ITEMMAST-PRESENT
               CLOSE ITEMMAST
           END-IF

           PERFORM SAVE-NEXT-PO-NO

           DISPLAY "MVP22: " WS-PO-COUNT " PURCHASE ORDER(S), "
               WS-LINE-COUNT " LINE(S), " WS-EXCEPT-COUNT
               " ITEM(S) NOT ORDERED, SEE MVP22RPT.DAT"

           PERFORM WRITE-AUDIT-LOG

           GOBACK
           .

       LOAD-NEXT-PO-NO.
           *> 前回実行が残した「次に使う番号」を取り込む。管理ファイル
           *> が無い初回と中身が壊れているときは1から振り直す
           OPEN INPUT POCTL
           IF POCTL-OK
               READ POCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-NEXT-PO-NO NUMERIC
                          AND PC-NEXT-PO-NO NOT = 0
                           MOVE PC-NEXT-PO-NO TO WS-NEXT-PO-NO
                       END-IF
               END-READ
               CLOSE POCTL
           END-IF
           .

       SAVE-NEXT-PO-NO.
           *> 今回使った分だけ進んだ番号を次回実行へ引き継ぐ
           OPEN OUTPUT POCTL
           MOVE WS-NEXT-PO-NO TO PC-NEXT-PO-NO
           WRITE POCTL-REC
           CLOSE POCTL
           .

       SELECT-REORDER-ITEMS.
           *> 在庫マスターを順読みし、発注点を割った品目のうち発注残の
           *> 無いものだけを発注対象にする（発注点0の品目は監視対象外）
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO SK-ITEM-CODE
           START STOCKMAST KEY NOT LESS SK-ITEM-CODE
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ STOCKMAST NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF SK-REORDER-POINT > 0 AND
                          SK-QTY-ON-HAND NOT > SK-REORDER-POINT
                           ADD 1 TO WS-BELOW-COUNT
                           PERFORM SELECT-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           .

       SELECT-ONE-ITEM.
           MOVE SK-ITEM-CODE TO OP-ITEM-CODE
           READ OPENPO
               INVALID KEY
                   PERFORM CHECK-ITEM-VENDOR
               NOT INVALID KEY
                   ADD 1 TO WS-ON-ORDER-COUNT
                   MOVE OP-VENDOR-ID TO WS-DTL-VENDOR-ID
                   MOVE OP-PO-NO     TO WS-DTL-PO-NO
                   COMPUTE WS-DTL-QTY =
                       OP-ORDER-QTY - OP-RECEIVED-QTY
                   MOVE "ALREADY ON ORDER" TO WS-DTL-REASON
                   PERFORM WRITE-ITEM-LINE
           END-READ
           .

       CHECK-ITEM-VENDOR.
           MOVE SK-ITEM-CODE TO IV-ITEM-CODE
           READ ITEMVEND
               INVALID KEY
                   MOVE 0 TO WS-DTL-VENDOR-ID
                   MOVE "NO VENDOR ASSIGNED" TO WS-DTL-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   MOVE IV-VENDOR-ID TO VM-VENDOR-ID
                   READ VENDMAST
                       INVALID KEY
                           MOVE IV-VENDOR-ID TO WS-DTL-VENDOR-ID
                           MOVE "VENDOR NOT ON VENDMAST"
                               TO WS-DTL-REASON
                           PERFORM WRITE-EXCEPTION-LINE
                       NOT INVALID KEY
                           IF NOT VM-ACTIVE
                               MOVE IV-VENDOR-ID TO WS-DTL-VENDOR-ID
                               MOVE "VENDOR INACTIVE"
                                   TO WS-DTL-REASON
                               PERFORM WRITE-EXCEPTION-LINE
                           ELSE
                               PERFORM RELEASE-ORDER-LINE
                           END-IF
                   END-READ
           END-READ
           .

       RELEASE-ORDER-LINE.
           MOVE IV-VENDOR-ID     TO SRT-VENDOR-ID
           MOVE SK-ITEM-CODE     TO SRT-ITEM-CODE
           MOVE IV-ORDER-QTY     TO SRT-ORDER-QTY
           MOVE IV-LEAD-DAYS     TO SRT-LEAD-DAYS
           MOVE SK-QTY-ON-HAND   TO SRT-ON-HAND
           MOVE SK-REORDER-POINT TO SRT-REORDER-POINT
           MOVE VM-VENDOR-NAME   TO SRT-VENDOR-NAME
           RELEASE SORTWORK-REC
           .

       RAISE-BY-VENDOR.
           MOVE "Y" TO WS-FIRST-SORT-REC
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               RETURN SORTWORK
                   AT END
                       SET EOF TO TRUE
                       IF NOT IS-FIRST-SORT-REC
                           PERFORM FINISH-ONE-PO
                       END-IF
                   NOT AT END
                       IF IS-FIRST-SORT-REC
                           MOVE "N" TO WS-FIRST-SORT-REC
                           PERFORM START-ONE-PO
                       ELSE
                           IF SRT-VENDOR-ID NOT = WS-PREV-VENDOR-ID
                               PERFORM FINISH-ONE-PO
                               PERFORM START-ONE-PO
                           END-IF
                       END-IF
                       PERFORM WRITE-ONE-PO-LINE
               END-RETURN
           END-PERFORM
           MOVE "N" TO WS-EOF
           .

       START-ONE-PO.
           MOVE SRT-VENDOR-ID TO WS-PREV-VENDOR-ID
           ADD 1 TO WS-PO-COUNT
           MOVE 0 TO WS-PO-LINES
           MOVE 0 TO WS-PO-UNITS

           MOVE WS-NEXT-PO-NO TO WS-CUR-PO-NO
           ADD 1 TO WS-NEXT-PO-NO
           MOVE WS-CUR-PO-NO    TO PH-PO-NO
           MOVE WS-RUN-DATE     TO PH-RUN-DATE
           WRITE PO-REC FROM WS-PO-HDR-1

           MOVE SRT-VENDOR-ID   TO PH-VENDOR-ID
           MOVE SRT-VENDOR-NAME TO PH-VENDOR-NAME
           WRITE PO-REC FROM WS-PO-HDR-2

           WRITE PO-REC FROM WS-PO-COL-HDR
           .

       WRITE-ONE-PO-LINE.
           PERFORM COMPUTE-DUE-DATE

           MOVE SRT-ITEM-CODE   TO PD-ITEM-CODE
           MOVE SPACES          TO PD-ITEM-DESC
           IF ITEMMAST-PRESENT
               MOVE SRT-ITEM-CODE TO IT-ITEM-CODE
               READ ITEMMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IT-ITEM-DESC TO PD-ITEM-DESC
               END-READ
           END-IF
           MOVE SRT-ORDER-QTY   TO PD-ORDER-QTY
           MOVE WS-DUE-DATE     TO PD-DUE-DATE
           WRITE PO-REC FROM WS-PO-DTL
           ADD 1 TO WS-PO-LINES
           ADD SRT-ORDER-QTY TO WS-PO-UNITS
           ADD 1 TO WS-LINE-COUNT

           *> 発注残へ登録（次回の発注で同じ品目を二重に拾わないように、
           *> またMVP10の入荷照合の相手になる）
           MOVE SRT-ITEM-CODE   TO OP-ITEM-CODE
           MOVE WS-CUR-PO-NO    TO OP-PO-NO
           MOVE SRT-VENDOR-ID   TO OP-VENDOR-ID
           MOVE WS-RUN-DATE     TO OP-ORDER-DATE
           MOVE WS-DUE-DATE     TO OP-DUE-DATE
           MOVE SRT-ORDER-QTY   TO OP-ORDER-QTY
           MOVE 0               TO OP-RECEIVED-QTY
           MOVE SPACES          TO OP-FILLER
           WRITE OPENPO-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE SRT-ITEM-CODE     TO WS-DTL-ITEM-CODE
           MOVE SRT-ON-HAND       TO WS-DTL-ON-HAND
           MOVE SRT-REORDER-POINT TO WS-DTL-REORDER
           MOVE SRT-VENDOR-ID     TO WS-DTL-VENDOR-ID
           MOVE WS-CUR-PO-NO      TO WS-DTL-PO-NO
           MOVE SRT-ORDER-QTY     TO WS-DTL-QTY
           MOVE "ORDERED"         TO WS-DTL-REASON
           WRITE REP-REC FROM WS-DETAIL-LINE
           .

       FINISH-ONE-PO.
           MOVE WS-PO-LINES TO PT-LINES
           MOVE WS-PO-UNITS TO PT-UNITS
           WRITE PO-REC FROM WS-PO-TRL
           MOVE SPACES TO PO-REC
           WRITE PO-REC
           .

       COMPUTE-DUE-DATE.
           MOVE WS-RUN-DATE TO WS-DUE-DATE
           PERFORM SRT-LEAD-DAYS TIMES
               PERFORM ADVANCE-DUE-DATE
           END-PERFORM
           .

       ADVANCE-DUE-DATE.
           *> 1日進める。2月は閏年判定（4で割れて100で割れない、
           *> または400で割れる）で29日にする
           MOVE WS-MONTH-DAYS (WS-DUE-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-DUE-MONTH = 2
               DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DUE-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DUE-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
               IF (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
                  OR WS-LEAP-REM-400 = 0
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF
           ADD 1 TO WS-DUE-DAY
           IF WS-DUE-DAY > WS-DAYS-IN-MONTH
               MOVE 1 TO WS-DUE-DAY
               ADD 1 TO WS-DUE-MONTH
               IF WS-DUE-MONTH > 12
                   MOVE 1 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               END-IF
           END-IF
           .

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE 0 TO WS-DTL-PO-NO
           MOVE 0 TO WS-DTL-QTY
           PERFORM WRITE-ITEM-LINE
           .

       WRITE-ITEM-LINE.
           MOVE SK-ITEM-CODE     TO WS-DTL-ITEM-CODE
           MOVE SK-QTY-ON-HAND   TO WS-DTL-ON-HAND
           MOVE SK-REORDER-POINT TO WS-DTL-REORDER
           WRITE REP-REC FROM WS-DETAIL-LINE
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REP-REC
           STRING "MVP22 PURCHASE ORDER RUN - RUN DATE "
                   DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REP-REC
           END-STRING
           WRITE REP-REC
           MOVE SPACES TO REP-REC
           MOVE "ITEMS AT OR BELOW REORDER POINT (ON HAND/MINIMUM)"
               TO REP-REC
           WRITE REP-REC
           .

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REP-REC
           STRING "TRAILER - BELOW " DELIMITED BY SIZE
                  WS-BELOW-COUNT DELIMITED BY SIZE
                  " ORDERED " DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  " ON ORDER " DELIMITED BY SIZE
                  WS-ON-ORDER-COUNT DELIMITED BY SIZE
                  " EXC " DELIMITED BY SIZE
                  WS-EXCEPT-COUNT DELIMITED BY SIZE
                  " PO " DELIMITED BY SIZE
                  WS-PO-COUNT DELIMITED BY SIZE
                  INTO REP-REC
           END-STRING
           WRITE REP-REC
           .

       WRITE-AUDIT-LOG.
           MOVE "MVP22"          TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE      TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME
           MOVE WS-BELOW-COUNT   TO AL-IN-COUNT
           MOVE WS-LINE-COUNT    TO AL-OUT-COUNT
           MOVE WS-EXCEPT-COUNT  TO AL-REJECT-COUNT
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
