       FD  EXTFILE.
       01  EXT-REC              PIC X(80).

       *> MVP01のOUTREC（80バイト、H/D/Tの3種）と同じレイアウト。
       *> 共通コピーブックが無いリポジトリなのでここでも複製する
       FD  ORDPOST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ORD-DTL-REC.
           05 ORD-REC-TYPE      PIC X(1).
           05 ORD-STOCK-FLAG    PIC X(1).
           05 ORD-ITEM-CODE     PIC X(6).
           05 ORD-BRANCH-CODE   PIC X(3).
           *> 明細の消費税（課税地域は発信支店の地域、E=非課税顧客）
           05 ORD-TAX-AMOUNT    PIC 9(7)V99.
           05 ORD-TAX-JURIS     PIC X(4).
           05 ORD-TAX-FLAG      PIC X(1).
           05 ORD-ORDER-NO      PIC 9(7).
           05 ORD-LINE-NO       PIC 9(3).
           05 ORD-FILLER        PIC X(1).
       01  ORD-TRL-REC.
           05 ORD-TRL-TYPE      PIC X(1).
           05 ORD-TRL-REC-COUNT PIC 9(7).
           05 ORD-TRL-TOTAL-SUM PIC 9(9)V99.
           05 ORD-TRL-BIG-COUNT PIC 9(7).
           05 ORD-TRL-TAX-SUM   PIC 9(9)V99.
           05 ORD-TRL-FILLER    PIC X(43).

       *> 監査ログのレコード（各プログラムが書く1行1実行形式と同じ）
       FD  AUDITLOG
       01  WS-PST-TRL-SUM       PIC 9(9)V99 VALUE 0.
       01  WS-PST-DTL-COUNT     PIC 9(7) VALUE 0.
       01  WS-PST-DTL-SUM       PIC 9(11)V99 VALUE 0.
       01  WS-PST-TRL-TAX       PIC 9(9)V99 VALUE 0.
       01  WS-PST-DTL-TAX       PIC 9(11)V99 VALUE 0.
       01  WS-PST-PRESENT       PIC X VALUE "N".
           88 PST-PRESENT                 VALUE "Y".

                               WHEN "D"
                                   ADD 1 TO WS-PST-DTL-COUNT
                                   ADD ORD-TOTAL TO WS-PST-DTL-SUM
                                   ADD ORD-TAX-AMOUNT
                                       TO WS-PST-DTL-TAX
                               WHEN "T"
                                   SET PST-TRL-FOUND TO TRUE
                                   MOVE ORD-TRL-REC-COUNT
                                       TO WS-PST-TRL-COUNT
                                   MOVE ORD-TRL-TOTAL-SUM
                                       TO WS-PST-TRL-SUM
                                   MOVE ORD-TRL-TAX-SUM
                                       TO WS-PST-TRL-TAX
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
           ELSE
               PERFORM FAIL-LEG-NO-SOURCE
           END-IF

           *> 脚10: MVP01OUTトレーラーの税額＝D明細税額の積み上げ
           *> （税を計算しない運用でも両方0で一致する）
           MOVE 10 TO VL-NO
           MOVE "MVP01 TRAILER TAX VS POSTED TAX" TO VL-DESC
           MOVE WS-PST-TRL-TAX TO VL-LHS
           MOVE WS-PST-DTL-TAX TO VL-RHS
           IF PST-PRESENT AND PST-TRL-FOUND
               IF WS-PST-TRL-TAX = WS-PST-DTL-TAX
                   MOVE "OK" TO VL-RESULT
               ELSE
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "OUT OF BALANCE" TO VL-RESULT
               END-IF
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               MOVE "NO SOURCE" TO VL-RESULT
           END-IF
           WRITE RPT-REC FROM WS-VAL-LINE
           .

       CHECK-ONE-COUNT-LEG.
