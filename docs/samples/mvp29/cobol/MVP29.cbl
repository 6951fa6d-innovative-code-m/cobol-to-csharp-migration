       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVP29.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> マスターごとに保守プログラムが別々なので、互いの食い違い
           *> （孤立行・残高不一致）を夜間ジョブの前にまとめて洗い出す。
           *> どのマスターも読むだけで直さない
           SELECT CUSTMAST
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ITEMMAST
               ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT PRCHIST
               ASSIGN TO "PRCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PRICE-KEY
               FILE STATUS IS WS-PRCHIST-STATUS.
           SELECT STOCKMAST
               ASSIGN TO "STOCKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-ITEM-CODE
               FILE STATUS IS WS-STOCKMAST-STATUS.
           SELECT ARBAL
               ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CUST-ID
               FILE STATUS IS WS-ARBAL-STATUS.
           SELECT ARJRNL
               ASSIGN TO "ARJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARJRNL-STATUS.
           SELECT CLRDMAST
               ASSIGN TO "CLRDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUST-ID
               FILE STATUS IS WS-CLRDMAST-STATUS.
           SELECT BRCHMAST
               ASSIGN TO "BRCHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS WS-BRCHMAST-STATUS.
           SELECT ORDHIST
               ASSIGN TO "ORDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-ORDER-KEY
               FILE STATUS IS WS-ORDHIST-STATUS.
           *> 残高マスターと仕訳帳を顧客順に突き合わせるための並べ替え
           SELECT SORTWORK ASSIGN TO "MVP29SRT.DAT".
           *> 夜間ジョブを止める重大度の指定（無ければ既定値）
           SELECT PARMFILE
               ASSIGN TO "MVP29PRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT RPTFILE
               ASSIGN TO "MVP29RPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           *> 停止指示ファイル。止めるべき指摘があった時だけ作り、
           *> 無ければ消す。MVP00は開始時にこれがあれば走らない
           SELECT STOPFILE
               ASSIGN TO "MVP29STP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOPFILE-STATUS.
           SELECT AUDITLOG
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> 各マスターはMVP01が読むのと同じレイアウト
       *> （共通コピーブックが無いリポジトリなのでここでも複製）
       FD  CUSTMAST
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.
       01  CUSTMAST-REC.
           05 CM-CUST-ID        PIC 9(5).
           05 CM-CUST-NAME      PIC X(20).
           05 CM-STATUS         PIC X(1).
               88 CM-ACTIVE               VALUE "A".
           05 CM-CREDIT-LIMIT   PIC 9(7)V99.

       FD  ITEMMAST
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  ITEMMAST-REC.
           05 IT-ITEM-CODE      PIC X(6).
           05 IT-ITEM-DESC      PIC X(20).
           05 IT-UNIT-PRICE     PIC 9(3)V99.
           05 IT-STATUS         PIC X(1).
               88 IT-ACTIVE               VALUE "A".

       FD  PRCHIST
           RECORD CONTAINS 19 CHARACTERS
           RECORDING MODE IS F.
       01  PRCHIST-REC.
           05 PH-PRICE-KEY.
              10 PH-ITEM-CODE   PIC X(6).
              10 PH-EFF-DATE    PIC 9(8).
           05 PH-UNIT-PRICE     PIC 9(3)V99.

       FD  STOCKMAST
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  STOCKMAST-REC.
           05 SK-ITEM-CODE      PIC X(6).
           05 SK-QTY-ON-HAND    PIC 9(7).
           05 SK-REORDER-POINT  PIC 9(7).

       FD  ARBAL
           RECORD CONTAINS 16 CHARACTERS
           RECORDING MODE IS F.
       01  ARBAL-REC.
           05 AR-CUST-ID        PIC 9(5).
           05 AR-BALANCE        PIC S9(9)V99.

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

       FD  CLRDMAST
           RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  CLRDMAST-REC.
           05 CD-CUST-ID        PIC 9(5).
           05 CD-LAST-CLEARED   PIC 9(8).

       FD  BRCHMAST
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  BRCHMAST-REC.
           05 BR-BRANCH-CODE    PIC X(3).
           05 BR-BRANCH-NAME    PIC X(20).
           05 BR-STATUS         PIC X(1).
               88 BR-ACTIVE               VALUE "A".
           05 BR-TAX-JURIS      PIC X(4).
           05 BR-REJECT-MODE    PIC X(1).
           05 BR-FILLER         PIC X(3).

       FD  ORDHIST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ORDHIST-REC.
           05 OH-ORDER-KEY.
              10 OH-ORDER-NO    PIC 9(7).
              10 OH-LINE-NO     PIC 9(3).
           05 OH-ORDER-DATE     PIC 9(8).
           05 OH-CUST-ID        PIC 9(5).
           05 OH-ITEM-CODE      PIC X(6).
           05 OH-QTY            PIC 9(3).
           05 OH-UNIT-PRICE     PIC 9(3)V99.
           05 OH-TOTAL          PIC 9(7)V99.
           05 OH-BRANCH-CODE    PIC X(3).
           05 OH-STOCK-FLAG     PIC X(1).
           05 OH-POST-DATE      PIC 9(8).
           05 OH-RETURNED-QTY   PIC 9(3).
           05 OH-TAX-AMOUNT     PIC 9(7)V99.
           05 OH-TAX-JURIS      PIC X(4).
           05 OH-TAX-FLAG       PIC X(1).
           05 OH-FILLER         PIC X(5).

       *> 残高マスターの行(B)と仕訳帳の行(J)を顧客番号で混ぜて並べる
       SD  SORTWORK.
       01  SORTWORK-REC.
           05 SRT-CUST-ID       PIC 9(5).
           05 SRT-SOURCE        PIC X(1).
               88 SRT-FROM-ARBAL          VALUE "B".
           05 SRT-AMOUNT        PIC S9(9)V99.

       *> 停止とする最低の重大度（1=INFO 2=WARNING 3=ERROR。
       *> 4以上を指定すれば報告だけで止めない）
       FD  PARMFILE
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  PARMREC.
           05 PM-STOP-LEVEL     PIC 9(1).

       FD  RPTFILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  RPT-REC              PIC X(132).

       *> 停止指示（いつの点検で何件が停止水準に達したか）
       FD  STOPFILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  STOP-REC.
           05 SP-RUN-DATE       PIC 9(8).
           05 SP-RUN-TIME       PIC 9(8).
           05 SP-STOP-LEVEL     PIC 9(1).
           05 SP-STOP-COUNT     PIC 9(7).
           05 SP-FILLER         PIC X(6).

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

       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE SPACES.
           88 CUSTMAST-OK                 VALUE "00".
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE SPACES.
           88 ITEMMAST-OK                 VALUE "00".
       01  WS-PRCHIST-STATUS    PIC X(2) VALUE SPACES.
           88 PRCHIST-OK                  VALUE "00".
       01  WS-STOCKMAST-STATUS  PIC X(2) VALUE SPACES.
           88 STOCKMAST-OK                VALUE "00".
       01  WS-ARBAL-STATUS      PIC X(2) VALUE SPACES.
           88 ARBAL-OK                    VALUE "00".
       01  WS-ARJRNL-STATUS     PIC X(2) VALUE SPACES.
           88 ARJRNL-OK                   VALUE "00".
       01  WS-CLRDMAST-STATUS   PIC X(2) VALUE SPACES.
           88 CLRDMAST-OK                 VALUE "00".
       01  WS-BRCHMAST-STATUS   PIC X(2) VALUE SPACES.
           88 BRCHMAST-OK                 VALUE "00".
       01  WS-ORDHIST-STATUS    PIC X(2) VALUE SPACES.
           88 ORDHIST-OK                  VALUE "00".
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
           88 PARMFILE-OK                 VALUE "00".
       01  WS-STOPFILE-STATUS   PIC X(2) VALUE SPACES.
           88 STOPFILE-OK                 VALUE "00".
       01  WS-AUDITLOG-STATUS   PIC X(2) VALUE SPACES.
           88 AUDITLOG-OK                 VALUE "00".

       *> 無いマスターはそれを使う点検ごと飛ばし、飛ばしたことを
       *> INFOとして残す（環境によって揃っていないマスターがある）
       01  WS-CUSTMAST-PRESENT  PIC X VALUE "N".
           88 CUSTMAST-PRESENT            VALUE "Y".
       01  WS-ITEMMAST-PRESENT  PIC X VALUE "N".
           88 ITEMMAST-PRESENT            VALUE "Y".
       01  WS-PRCHIST-PRESENT   PIC X VALUE "N".
           88 PRCHIST-PRESENT             VALUE "Y".
       01  WS-STOCKMAST-PRESENT PIC X VALUE "N".
           88 STOCKMAST-PRESENT           VALUE "Y".
       01  WS-ARBAL-PRESENT     PIC X VALUE "N".
           88 ARBAL-PRESENT               VALUE "Y".
       01  WS-ARJRNL-PRESENT    PIC X VALUE "N".
           88 ARJRNL-PRESENT              VALUE "Y".
       01  WS-CLRDMAST-PRESENT  PIC X VALUE "N".
           88 CLRDMAST-PRESENT            VALUE "Y".
       01  WS-BRCHMAST-PRESENT  PIC X VALUE "N".
           88 BRCHMAST-PRESENT            VALUE "Y".
       01  WS-ORDHIST-PRESENT   PIC X VALUE "N".
           88 ORDHIST-PRESENT             VALUE "Y".

       *> 停止水準（既定はERROR以上で止める）
       01  WS-STOP-LEVEL        PIC 9(1) VALUE 3.

       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-STOPFILE-NAME     PIC X(20) VALUE "MVP29STP.DAT".

       *> 読んだ行数（監査ログの入力件数は全マスターの合計）
       01  WS-READ-COUNT        PIC 9(7) VALUE 0.

       *> 指摘の件数（重大度別と、停止水準に達した件数）
       01  WS-FINDING-COUNT     PIC 9(7) VALUE 0.
       01  WS-INFO-COUNT        PIC 9(7) VALUE 0.
       01  WS-WARNING-COUNT     PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-STOP-COUNT        PIC 9(7) VALUE 0.

       *> 指摘1件分の作業域（呼び出し側が詰めてからWRITE-FINDINGを呼ぶ）
       01  WS-FND-SEVERITY      PIC 9(1) VALUE 0.
       01  WS-FND-CHECK         PIC X(2) VALUE SPACES.
       01  WS-FND-FILE          PIC X(9) VALUE SPACES.
       01  WS-FND-KEY           PIC X(14) VALUE SPACES.
       01  WS-FND-TEXT          PIC X(40) VALUE SPACES.
       01  WS-FND-DETAIL        PIC X(50) VALUE SPACES.

       *> 売掛の顧客単位の突き合わせ作業域
       01  WS-PREV-CUST-ID      PIC 9(5) VALUE 0.
       01  WS-FIRST-SORT-REC    PIC X VALUE "Y".
           88 IS-FIRST-SORT-REC           VALUE "Y".
       01  WS-CUST-HAS-BAL      PIC X VALUE "N".
           88 CUST-HAS-BAL                VALUE "Y".
       01  WS-CUST-BALANCE      PIC S9(9)V99 VALUE 0.
       01  WS-CUST-JRNL-SUM     PIC S9(11)V99 VALUE 0.

       *> 価格履歴の品目単位の作業域
       01  WS-PREV-ITEM-CODE    PIC X(6) VALUE SPACES.
       01  WS-PH-ROW-COUNT      PIC 9(5) VALUE 0.
       01  WS-PH-ITEM-ORPHAN    PIC X VALUE "N".
           88 PH-ITEM-ORPHAN              VALUE "Y".
       01  WS-PRICE-IN-FORCE    PIC X VALUE "N".
           88 PRICE-IN-FORCE              VALUE "Y".

       *> 注文履歴に出てくる支店の表（支店ごとに1回だけ支店マスターを
       *> 引き、明細数と最新の注文日付を数える）
       01  WS-BRT-USED          PIC 9(3) VALUE 0.
       01  WS-BRT-IX            PIC 9(3) VALUE 0.
       01  WS-BRT-TABLE.
           05 WS-BRT-ENTRY OCCURS 200 TIMES.
              10 WS-BRT-CODE    PIC X(3).
              *> A=有効 I=無効 U=支店マスターに無い
              10 WS-BRT-STATE   PIC X(1).
              10 WS-BRT-LINES   PIC 9(7).
              10 WS-BRT-LATEST  PIC 9(8).
       01  WS-BRT-OVERFLOW      PIC 9(7) VALUE 0.

       01  WS-EDIT-AMT1         PIC -(10)9.99.
       01  WS-EDIT-AMT2         PIC -(10)9.99.
       01  WS-EDIT-COUNT        PIC Z(6)9.

       *> ページ制御（55行で改ページ、MVP04と同じ）
       01  WS-PAGE-COUNT        PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT        PIC 9(3) VALUE 99.

       01  WS-RPT-PAGE-HDR.
           05 FILLER            PIC X(34)
              VALUE "MVP29 MASTER INTEGRITY SWEEP  RUN ".
           05 PH-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 PH-PAGE           PIC ZZZ9.
           05 FILLER            PIC X(79) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05 FILLER            PIC X(38) VALUE
              "SEVERITY  CK FILE      KEY".
           05 FILLER            PIC X(41) VALUE "FINDING".
           05 FILLER            PIC X(53) VALUE "DETAIL".

       01  WS-RPT-DTL.
           05 RD-SEVERITY       PIC 9(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-SEV-TEXT       PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-CHECK          PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-FILE           PIC X(9).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-KEY            PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-TEXT           PIC X(40).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-DETAIL         PIC X(50).
           05 FILLER            PIC X(3) VALUE SPACES.

       01  WS-RPT-WORK          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-PARAMETERS

           OPEN OUTPUT RPTFILE
           PERFORM OPEN-MASTERS

           PERFORM CHECK-RECEIVABLES
           PERFORM CHECK-STOCK-ROWS
           PERFORM CHECK-PRICE-HISTORY
           PERFORM CHECK-ITEM-ROWS
           PERFORM CHECK-CLEARED-CUSTOMERS
           PERFORM CHECK-ORDER-BRANCHES

           PERFORM CLOSE-MASTERS
           PERFORM WRITE-SUMMARY
           CLOSE RPTFILE

           PERFORM SET-STOP-INDICATOR

           DISPLAY "MVP29: " WS-FINDING-COUNT " FINDING(S), "
               WS-ERROR-COUNT " ERROR(S), " WS-WARNING-COUNT
               " WARNING(S), SEE MVP29RPT.DAT"

           PERFORM WRITE-AUDIT-LOG

           *> 停止水準に達したら呼び出し側にも分かるよう0以外で返す
           IF WS-STOP-COUNT > 0
               DISPLAY "MVP29: " WS-STOP-COUNT
                   " FINDING(S) AT OR ABOVE SEVERITY " WS-STOP-LEVEL
                   " - NIGHTLY RUN IS STOPPED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
           .

       LOAD-PARAMETERS.
           OPEN INPUT PARMFILE
           IF PARMFILE-OK
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-STOP-LEVEL NUMERIC AND
                          PM-STOP-LEVEL NOT = 0
                           MOVE PM-STOP-LEVEL TO WS-STOP-LEVEL
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF
           .

       OPEN-MASTERS.
           OPEN INPUT CUSTMAST
           IF CUSTMAST-OK
               SET CUSTMAST-PRESENT TO TRUE
           ELSE
               MOVE "CUSTMAST" TO WS-FND-FILE
               PERFORM WRITE-FILE-MISSING
           END-IF
           OPEN INPUT ITEMMAST
           IF ITEMMAST-OK
               SET ITEMMAST-PRESENT TO TRUE
           ELSE
               MOVE "ITEMMAST" TO WS-FND-FILE
               PERFORM WRITE-FILE-MISSING
           END-IF
           OPEN INPUT PRCHIST
           IF PRCHIST-OK
               SET PRCHIST-PRESENT TO TRUE
           ELSE
               MOVE "PRCHIST" TO WS-FND-FILE
               PERFORM WRITE-FILE-MISSING
           END-IF
           OPEN INPUT STOCKMAST
           IF STOCKMAST-OK
               SET STOCKMAST-PRESENT TO TRUE
           ELSE
               MOVE "STOCKMAST" TO WS-FND-FILE
               PERFORM WRITE-FILE-MISSING
           END-IF
           OPEN INPUT ARBAL
           IF ARBAL-OK
               SET ARBAL-PRESENT TO TRUE
           ELSE
               MOVE "ARBAL" TO WS-FND-FILE
               PERFORM WRITE-FILE-MISSING
           END-IF
           *> 仕訳帳は並べ替えの入力手続の中で開閉するので、ここでは
           *> 有無だけ確かめて閉じる
           OPEN INPUT ARJRNL
           IF ARJRNL-OK
               SET ARJRNL-PRESENT TO TRUE
               CLOSE ARJRNL
           ELSE
               MOVE "ARJRNL" TO WS-FND-FILE
               PERFORM WRITE-FILE-MISSING
           END-IF
           OPEN INPUT CLRDMAST
           IF CLRDMAST-OK
               SET CLRDMAST-PRESENT TO TRUE
           ELSE
               MOVE "CLRDMAST" TO WS-FND-FILE
               PERFORM WRITE-FILE-MISSING
           END-IF
           OPEN INPUT BRCHMAST
           IF BRCHMAST-OK
               SET BRCHMAST-PRESENT TO TRUE
           ELSE
               MOVE "BRCHMAST" TO WS-FND-FILE
               PERFORM WRITE-FILE-MISSING
           END-IF
           OPEN INPUT ORDHIST
           IF ORDHIST-OK
               SET ORDHIST-PRESENT TO TRUE
           ELSE
               MOVE "ORDHIST" TO WS-FND-FILE
               PERFORM WRITE-FILE-MISSING
           END-IF
           .

       WRITE-FILE-MISSING.
           MOVE 1 TO WS-FND-SEVERITY
           MOVE "FM" TO WS-FND-CHECK
           MOVE SPACES TO WS-FND-KEY
           MOVE "FILE NOT AVAILABLE - CHECKS SKIPPED"
               TO WS-FND-TEXT
           MOVE SPACES TO WS-FND-DETAIL
           PERFORM WRITE-FINDING
           .

       CLOSE-MASTERS.
           IF CUSTMAST-PRESENT
               CLOSE CUSTMAST
           END-IF
           IF ITEMMAST-PRESENT
               CLOSE ITEMMAST
           END-IF
           IF PRCHIST-PRESENT
               CLOSE PRCHIST
           END-IF
           IF STOCKMAST-PRESENT
               CLOSE STOCKMAST
           END-IF
           IF ARBAL-PRESENT
               CLOSE ARBAL
           END-IF
           IF CLRDMAST-PRESENT
               CLOSE CLRDMAST
           END-IF
           IF BRCHMAST-PRESENT
               CLOSE BRCHMAST
           END-IF
           IF ORDHIST-PRESENT
               CLOSE ORDHIST
           END-IF
           .

       CHECK-RECEIVABLES.
           *> 残高マスターの行と仕訳帳の行を顧客番号で混ぜて並べ、
           *> 顧客ごとに「残高=借記-入金-貸記」と顧客マスターの
           *> 存在を確かめる（片方にしか無い顧客もここで拾える）
           IF ARBAL-PRESENT
               SORT SORTWORK
                   ON ASCENDING KEY SRT-CUST-ID
                   INPUT PROCEDURE IS EXTRACT-RECEIVABLE-ROWS
                   OUTPUT PROCEDURE IS MATCH-BY-CUSTOMER
           END-IF
           .

       EXTRACT-RECEIVABLE-ROWS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ ARBAL NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE AR-CUST-ID  TO SRT-CUST-ID
                       MOVE "B"         TO SRT-SOURCE
                       MOVE AR-BALANCE  TO SRT-AMOUNT
                       RELEASE SORTWORK-REC
               END-READ
           END-PERFORM

           *> 仕訳帳はMVP14と同じく借記(D)を足し、入金・貸記を引く
           IF ARJRNL-PRESENT
               OPEN INPUT ARJRNL
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ ARJRNL
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE AJ-CUST-ID  TO SRT-CUST-ID
                           MOVE "J"         TO SRT-SOURCE
                           IF AJ-TRAN-TYPE = "D"
                               MOVE AJ-AMOUNT TO SRT-AMOUNT
                           ELSE
                               COMPUTE SRT-AMOUNT = 0 - AJ-AMOUNT
                           END-IF
                           RELEASE SORTWORK-REC
                   END-READ
               END-PERFORM
               CLOSE ARJRNL
           END-IF
           MOVE "N" TO WS-EOF
           .

       MATCH-BY-CUSTOMER.
           MOVE "Y" TO WS-FIRST-SORT-REC
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               RETURN SORTWORK
                   AT END
                       SET EOF TO TRUE
                       IF NOT IS-FIRST-SORT-REC
                           PERFORM CHECK-ONE-CUSTOMER
                       END-IF
                   NOT AT END
                       IF IS-FIRST-SORT-REC
                           MOVE SRT-CUST-ID TO WS-PREV-CUST-ID
                           MOVE "N" TO WS-FIRST-SORT-REC
                       ELSE
                           IF SRT-CUST-ID NOT = WS-PREV-CUST-ID
                               PERFORM CHECK-ONE-CUSTOMER
                               MOVE SRT-CUST-ID TO WS-PREV-CUST-ID
                           END-IF
                       END-IF
                       IF SRT-FROM-ARBAL
                           SET CUST-HAS-BAL TO TRUE
                           MOVE SRT-AMOUNT TO WS-CUST-BALANCE
                       ELSE
                           ADD SRT-AMOUNT TO WS-CUST-JRNL-SUM
                       END-IF
               END-RETURN
           END-PERFORM
           MOVE "N" TO WS-EOF
           .

       CHECK-ONE-CUSTOMER.
           MOVE "ARBAL"         TO WS-FND-FILE
           MOVE WS-PREV-CUST-ID TO WS-FND-KEY

           *> 顧客マスターから消えた顧客の残高行。残高が残っていれば
           *> 請求も督促も届かない売掛金なのでERROR、0ならINFO
           IF CUST-HAS-BAL AND CUSTMAST-PRESENT
               MOVE WS-PREV-CUST-ID TO CM-CUST-ID
               READ CUSTMAST
                   INVALID KEY
                       IF WS-CUST-BALANCE = 0
                           MOVE 1 TO WS-FND-SEVERITY
                       ELSE
                           MOVE 3 TO WS-FND-SEVERITY
                       END-IF
                       MOVE "AO" TO WS-FND-CHECK
                       MOVE "BALANCE ROW FOR CUSTOMER NOT ON CUSTMAST"
                           TO WS-FND-TEXT
                       MOVE WS-CUST-BALANCE TO WS-EDIT-AMT1
                       MOVE SPACES TO WS-FND-DETAIL
                       STRING "BALANCE " DELIMITED BY SIZE
                              WS-EDIT-AMT1 DELIMITED BY SIZE
                              INTO WS-FND-DETAIL
                       END-STRING
                       PERFORM WRITE-FINDING
               END-READ
           END-IF

           *> 残高と仕訳帳の積み上げの不一致（仕訳帳が無ければ比べない）
           IF ARJRNL-PRESENT
               IF CUST-HAS-BAL
                   IF WS-CUST-BALANCE NOT = WS-CUST-JRNL-SUM
                       MOVE 3 TO WS-FND-SEVERITY
                       MOVE "AM" TO WS-FND-CHECK
                       MOVE "BALANCE NOT EQUAL TO ARJRNL TOTAL"
                           TO WS-FND-TEXT
                       PERFORM EDIT-BALANCE-DETAIL
                       PERFORM WRITE-FINDING
                   END-IF
               ELSE
                   IF WS-CUST-JRNL-SUM NOT = 0
                       MOVE 3 TO WS-FND-SEVERITY
                       MOVE "AJ" TO WS-FND-CHECK
                       MOVE "ARJRNL ACTIVITY BUT NO BALANCE ROW"
                           TO WS-FND-TEXT
                       PERFORM EDIT-BALANCE-DETAIL
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-IF

           MOVE "N" TO WS-CUST-HAS-BAL
           MOVE 0 TO WS-CUST-BALANCE
           MOVE 0 TO WS-CUST-JRNL-SUM
           .

       EDIT-BALANCE-DETAIL.
           MOVE WS-CUST-BALANCE  TO WS-EDIT-AMT1
           MOVE WS-CUST-JRNL-SUM TO WS-EDIT-AMT2
           MOVE SPACES TO WS-FND-DETAIL
           STRING "ARBAL " DELIMITED BY SIZE
                  WS-EDIT-AMT1 DELIMITED BY SIZE
                  " ARJRNL " DELIMITED BY SIZE
                  WS-EDIT-AMT2 DELIMITED BY SIZE
                  INTO WS-FND-DETAIL
           END-STRING
           .

       CHECK-STOCK-ROWS.
           *> 品目マスターに無い品目の在庫行（入荷も発注も宙に浮く）
           IF STOCKMAST-PRESENT AND ITEMMAST-PRESENT
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ STOCKMAST NEXT RECORD
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE SK-ITEM-CODE TO IT-ITEM-CODE
                           READ ITEMMAST
                               INVALID KEY
                                   PERFORM WRITE-STOCK-ORPHAN
                           END-READ
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
           END-IF
           .

       WRITE-STOCK-ORPHAN.
           MOVE 2 TO WS-FND-SEVERITY
           MOVE "SO" TO WS-FND-CHECK
           MOVE "STOCKMAST" TO WS-FND-FILE
           MOVE SK-ITEM-CODE TO WS-FND-KEY
           MOVE "STOCK ROW FOR ITEM NOT ON ITEMMAST"
               TO WS-FND-TEXT
           MOVE SK-QTY-ON-HAND TO WS-EDIT-COUNT
           MOVE SPACES TO WS-FND-DETAIL
           STRING "ON HAND " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-FND-DETAIL
           END-STRING
           PERFORM WRITE-FINDING
           .

       CHECK-PRICE-HISTORY.
           *> 品目マスターから消えた品目の価格履歴を品目単位で1件に
           *> まとめて報告する（履歴の行ごとには出さない）
           IF PRCHIST-PRESENT AND ITEMMAST-PRESENT
               MOVE SPACES TO WS-PREV-ITEM-CODE
               MOVE 0 TO WS-PH-ROW-COUNT
               MOVE "N" TO WS-PH-ITEM-ORPHAN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ PRCHIST NEXT RECORD
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF PH-ITEM-CODE NOT = WS-PREV-ITEM-CODE
                               PERFORM WRITE-PRICE-ORPHAN
                               MOVE PH-ITEM-CODE TO WS-PREV-ITEM-CODE
                               MOVE 0 TO WS-PH-ROW-COUNT
                               MOVE "N" TO WS-PH-ITEM-ORPHAN
                               MOVE PH-ITEM-CODE TO IT-ITEM-CODE
                               READ ITEMMAST
                                   INVALID KEY
                                       SET PH-ITEM-ORPHAN TO TRUE
                               END-READ
                           END-IF
                           ADD 1 TO WS-PH-ROW-COUNT
                   END-READ
               END-PERFORM
               PERFORM WRITE-PRICE-ORPHAN
               MOVE "N" TO WS-EOF
           END-IF
           .

       WRITE-PRICE-ORPHAN.
           IF PH-ITEM-ORPHAN
               MOVE 2 TO WS-FND-SEVERITY
               MOVE "PO" TO WS-FND-CHECK
               MOVE "PRCHIST" TO WS-FND-FILE
               MOVE WS-PREV-ITEM-CODE TO WS-FND-KEY
               MOVE "PRICE HISTORY FOR ITEM NOT ON ITEMMAST"
                   TO WS-FND-TEXT
               MOVE WS-PH-ROW-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-FND-DETAIL
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                      " HISTORY ROW(S)" DELIMITED BY SIZE
                      INTO WS-FND-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           END-IF
           .

       CHECK-ITEM-ROWS.
           *> 品目ごとに在庫行の有無と、有効品目なら本日適用の価格が
           *> 価格履歴にあるかを見る
           IF ITEMMAST-PRESENT
               *> 在庫行・価格履歴の点検で品目マスターを直接読んだ後
               *> なので、先頭へ位置付け直してから順に読む
               MOVE "N" TO WS-EOF
               MOVE LOW-VALUES TO IT-ITEM-CODE
               START ITEMMAST KEY NOT LESS IT-ITEM-CODE
                   INVALID KEY
                       SET EOF TO TRUE
               END-START
               PERFORM UNTIL EOF
                   READ ITEMMAST NEXT RECORD
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM CHECK-ONE-ITEM
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
           END-IF
           .

       CHECK-ONE-ITEM.
           MOVE "ITEMMAST" TO WS-FND-FILE
           MOVE IT-ITEM-CODE TO WS-FND-KEY

           *> 在庫行が無いとMVP01は有効品目の注文をすべて在庫不足と
           *> 扱うのでERROR。無効品目なら注文が来ないのでINFO
           IF STOCKMAST-PRESENT
               MOVE IT-ITEM-CODE TO SK-ITEM-CODE
               READ STOCKMAST
                   INVALID KEY
                       IF IT-ACTIVE
                           MOVE 3 TO WS-FND-SEVERITY
                       ELSE
                           MOVE 1 TO WS-FND-SEVERITY
                       END-IF
                       MOVE "NS" TO WS-FND-CHECK
                       MOVE "ITEM HAS NO STOCKMAST ROW"
                           TO WS-FND-TEXT
                       MOVE SPACES TO WS-FND-DETAIL
                       STRING "ITEM STATUS " DELIMITED BY SIZE
                              IT-STATUS DELIMITED BY SIZE
                              INTO WS-FND-DETAIL
                       END-STRING
                       PERFORM WRITE-FINDING
               END-READ
           END-IF

           *> 本日適用の履歴が無いとMVP01はカタログ価格で検証する
           *> （計上は止まらない）のでWARNING
           IF PRCHIST-PRESENT AND IT-ACTIVE
               PERFORM FIND-PRICE-IN-FORCE
               IF NOT PRICE-IN-FORCE
                   MOVE 2 TO WS-FND-SEVERITY
                   MOVE "NP" TO WS-FND-CHECK
                   MOVE "ACTIVE ITEM HAS NO PRICE IN FORCE TODAY"
                       TO WS-FND-TEXT
                   MOVE IT-UNIT-PRICE TO WS-EDIT-AMT1
                   MOVE SPACES TO WS-FND-DETAIL
                   STRING "CATALOG PRICE " DELIMITED BY SIZE
                          WS-EDIT-AMT1 DELIMITED BY SIZE
                          INTO WS-FND-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
           .

       FIND-PRICE-IN-FORCE.
           *> 履歴は品目＋適用開始日の昇順なので、その品目の最初の行の
           *> 適用開始日が本日以前なら本日適用の価格がある
           MOVE "N" TO WS-PRICE-IN-FORCE
           MOVE IT-ITEM-CODE TO PH-ITEM-CODE
           MOVE 0            TO PH-EFF-DATE
           START PRCHIST KEY NOT LESS PH-PRICE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PRCHIST NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PH-ITEM-CODE = IT-ITEM-CODE
                              AND PH-EFF-DATE NOT > WS-RUN-DATE
                               SET PRICE-IN-FORCE TO TRUE
                           END-IF
                   END-READ
           END-START
           .

       CHECK-CLEARED-CUSTOMERS.
           *> 顧客マスターに無い顧客のクリア済み実績
           IF CLRDMAST-PRESENT AND CUSTMAST-PRESENT
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ CLRDMAST NEXT RECORD
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE CD-CUST-ID TO CM-CUST-ID
                           READ CUSTMAST
                               INVALID KEY
                                   PERFORM WRITE-CLEARED-ORPHAN
                           END-READ
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
           END-IF
           .

       WRITE-CLEARED-ORPHAN.
           MOVE 2 TO WS-FND-SEVERITY
           MOVE "CO" TO WS-FND-CHECK
           MOVE "CLRDMAST" TO WS-FND-FILE
           MOVE CD-CUST-ID TO WS-FND-KEY
           MOVE "CLEARED ENTRY FOR CUSTOMER NOT ON CUSTMAST"
               TO WS-FND-TEXT
           MOVE SPACES TO WS-FND-DETAIL
           STRING "LAST CLEARED " DELIMITED BY SIZE
                  CD-LAST-CLEARED DELIMITED BY SIZE
                  INTO WS-FND-DETAIL
           END-STRING
           PERFORM WRITE-FINDING
           .

       CHECK-ORDER-BRANCHES.
           *> 注文履歴に出てくる支店を集め、無効化された支店・支店
           *> マスターに無い支店を支店単位で報告する。新規の注文は
           *> MVP01が支店で弾くので、ここで拾うのは保持期間内の履歴に
           *> 残ったもの（返品はこの支店のまま戻る）
           IF ORDHIST-PRESENT AND BRCHMAST-PRESENT
               MOVE 0 TO WS-BRT-USED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ ORDHIST NEXT RECORD
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF OH-BRANCH-CODE NOT = SPACES
                               PERFORM COUNT-ORDER-BRANCH
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
               PERFORM WRITE-BRANCH-FINDINGS
           END-IF
           .

       COUNT-ORDER-BRANCH.
           MOVE 1 TO WS-BRT-IX
           PERFORM UNTIL WS-BRT-IX > WS-BRT-USED
                      OR WS-BRT-CODE (WS-BRT-IX) = OH-BRANCH-CODE
               ADD 1 TO WS-BRT-IX
           END-PERFORM

           IF WS-BRT-IX > WS-BRT-USED
               IF WS-BRT-USED < 200
                   ADD 1 TO WS-BRT-USED
                   MOVE WS-BRT-USED TO WS-BRT-IX
                   MOVE OH-BRANCH-CODE TO WS-BRT-CODE (WS-BRT-IX)
                   MOVE 0 TO WS-BRT-LINES (WS-BRT-IX)
                   MOVE 0 TO WS-BRT-LATEST (WS-BRT-IX)
                   MOVE OH-BRANCH-CODE TO BR-BRANCH-CODE
                   READ BRCHMAST
                       INVALID KEY
                           MOVE "U" TO WS-BRT-STATE (WS-BRT-IX)
                       NOT INVALID KEY
                           IF BR-ACTIVE
                               MOVE "A" TO WS-BRT-STATE (WS-BRT-IX)
                           ELSE
                               MOVE "I" TO WS-BRT-STATE (WS-BRT-IX)
                           END-IF
                   END-READ
               ELSE
                   ADD 1 TO WS-BRT-OVERFLOW
                   MOVE 0 TO WS-BRT-IX
               END-IF
           END-IF

           IF WS-BRT-IX > 0
               ADD 1 TO WS-BRT-LINES (WS-BRT-IX)
               IF OH-ORDER-DATE > WS-BRT-LATEST (WS-BRT-IX)
                   MOVE OH-ORDER-DATE TO WS-BRT-LATEST (WS-BRT-IX)
               END-IF
           END-IF
           .

       WRITE-BRANCH-FINDINGS.
           MOVE 1 TO WS-BRT-IX
           PERFORM UNTIL WS-BRT-IX > WS-BRT-USED
               IF WS-BRT-STATE (WS-BRT-IX) NOT = "A"
                   MOVE 2 TO WS-FND-SEVERITY
                   MOVE "BRCHMAST" TO WS-FND-FILE
                   MOVE WS-BRT-CODE (WS-BRT-IX) TO WS-FND-KEY
                   IF WS-BRT-STATE (WS-BRT-IX) = "I"
                       MOVE "BI" TO WS-FND-CHECK
                       MOVE "DEACTIVATED BRANCH STILL ON ORDHIST"
                           TO WS-FND-TEXT
                   ELSE
                       MOVE "BU" TO WS-FND-CHECK
                       MOVE "ORDHIST BRANCH NOT ON BRCHMAST"
                           TO WS-FND-TEXT
                   END-IF
                   MOVE WS-BRT-LINES (WS-BRT-IX) TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-FND-DETAIL
                   STRING WS-EDIT-COUNT DELIMITED BY SIZE
                          " ORDER LINE(S), LATEST ORDER "
                              DELIMITED BY SIZE
                          WS-BRT-LATEST (WS-BRT-IX) DELIMITED BY SIZE
                          INTO WS-FND-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
               ADD 1 TO WS-BRT-IX
           END-PERFORM

           IF WS-BRT-OVERFLOW > 0
               MOVE 1 TO WS-FND-SEVERITY
               MOVE "BT" TO WS-FND-CHECK
               MOVE "ORDHIST" TO WS-FND-FILE
               MOVE SPACES TO WS-FND-KEY
               MOVE "BRANCH TABLE FULL - LINES NOT CHECKED"
                   TO WS-FND-TEXT
               MOVE WS-BRT-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO WS-FND-DETAIL
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                      " ORDER LINE(S)" DELIMITED BY SIZE
                      INTO WS-FND-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           END-IF
           .

       WRITE-FINDING.
           *> 指摘1件を重大度付きで書き、重大度別・停止水準の件数を数える
           ADD 1 TO WS-FINDING-COUNT
           EVALUATE WS-FND-SEVERITY
               WHEN 1
                   ADD 1 TO WS-INFO-COUNT
                   MOVE "INFO" TO RD-SEV-TEXT
               WHEN 2
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "WARNING" TO RD-SEV-TEXT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "ERROR" TO RD-SEV-TEXT
           END-EVALUATE
           IF WS-FND-SEVERITY NOT < WS-STOP-LEVEL
               ADD 1 TO WS-STOP-COUNT
           END-IF

           MOVE WS-FND-SEVERITY TO RD-SEVERITY
           MOVE WS-FND-CHECK    TO RD-CHECK
           MOVE WS-FND-FILE     TO RD-FILE
           MOVE WS-FND-KEY      TO RD-KEY
           MOVE WS-FND-TEXT     TO RD-TEXT
           MOVE WS-FND-DETAIL   TO RD-DETAIL
           MOVE WS-RPT-DTL TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING "TOTAL - READ " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  " FINDINGS " DELIMITED BY SIZE
                  WS-FINDING-COUNT DELIMITED BY SIZE
                  " INFO " DELIMITED BY SIZE
                  WS-INFO-COUNT DELIMITED BY SIZE
                  " WARNING " DELIMITED BY SIZE
                  WS-WARNING-COUNT DELIMITED BY SIZE
                  " ERROR " DELIMITED BY SIZE
                  WS-ERROR-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-WORK
           IF WS-STOP-COUNT > 0
               STRING "NIGHTLY RUN STOPPED - " DELIMITED BY SIZE
                      WS-STOP-COUNT DELIMITED BY SIZE
                      " FINDING(S) AT OR ABOVE SEVERITY "
                          DELIMITED BY SIZE
                      WS-STOP-LEVEL DELIMITED BY SIZE
                      INTO WS-RPT-WORK
               END-STRING
           ELSE
               STRING "NIGHTLY RUN MAY PROCEED - NOTHING AT OR ABOVE "
                          DELIMITED BY SIZE
                      "SEVERITY " DELIMITED BY SIZE
                      WS-STOP-LEVEL DELIMITED BY SIZE
                      INTO WS-RPT-WORK
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           .

       SET-STOP-INDICATOR.
           *> 止める時は停止指示ファイルを作り直し、止めない時は前回の
           *> 停止指示を消して夜間ジョブを通す
           IF WS-STOP-COUNT > 0
               OPEN OUTPUT STOPFILE
               MOVE WS-RUN-DATE   TO SP-RUN-DATE
               MOVE WS-RUN-TIME   TO SP-RUN-TIME
               MOVE WS-STOP-LEVEL TO SP-STOP-LEVEL
               MOVE WS-STOP-COUNT TO SP-STOP-COUNT
               MOVE SPACES        TO SP-FILLER
               WRITE STOP-REC
               CLOSE STOPFILE
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-STOPFILE-NAME
           END-IF
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
           MOVE "MVP29"          TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE      TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME
           MOVE WS-READ-COUNT    TO AL-IN-COUNT
           MOVE WS-FINDING-COUNT TO AL-OUT-COUNT
           MOVE WS-STOP-COUNT    TO AL-REJECT-COUNT
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
