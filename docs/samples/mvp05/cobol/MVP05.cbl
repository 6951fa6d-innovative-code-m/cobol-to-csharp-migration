
       DATA DIVISION.
       FILE SECTION.
       *> MVP01のREJREC（91バイト）と同じレイアウト。
       *> 共通コピーブックが無いリポジトリなのでここでも複製する
       FD  REJSCAN
           RECORD CONTAINS 91 CHARACTERS
           RECORDING MODE IS F.
       01  RJS-REC.
           05 RJS-CUST-ID        PIC 9(5).
           05 RJS-ORDER-DATE     PIC 9(8).
           05 RJS-ITEM-CODE      PIC X(6).
           05 RJS-BRANCH-CODE    PIC X(3).
           05 RJS-LINE-NO        PIC 9(3).

       *> 持ち越しレコード＝拒否明細91バイト＋サイクル数2桁
       FD  RECYCIN
           RECORD CONTAINS 93 CHARACTERS
           RECORDING MODE IS F.
       01  RCI-REC.
           05 RCI-CUST-ID        PIC 9(5).
           05 RCI-ORDER-DATE     PIC 9(8).
           05 RCI-ITEM-CODE      PIC X(6).
           05 RCI-BRANCH-CODE    PIC X(3).
           05 RCI-LINE-NO        PIC 9(3).
           05 RCI-CYCLE-COUNT    PIC 9(2).

       FD  RECYCOT
           RECORD CONTAINS 93 CHARACTERS
           RECORDING MODE IS F.
       01  RCO-REC.
           05 RCO-CUST-ID        PIC 9(5).
           05 RCO-ORDER-DATE     PIC 9(8).
           05 RCO-ITEM-CODE      PIC X(6).
           05 RCO-BRANCH-CODE    PIC X(3).
           05 RCO-LINE-NO        PIC 9(3).
           05 RCO-CYCLE-COUNT    PIC 9(2).

       *> MVP01の受注ファイル（60バイト、見出しH＋明細L）と同じ
       *> レイアウト。当日分は件数を数えるため種別と注文番号だけ見る
       FD  ORDERIN
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  ORD-REC.
           05 ORD-REC-TYPE       PIC X(1).
               88 ORD-IS-HEADER            VALUE "H".
               88 ORD-IS-LINE              VALUE "L".
           05 ORD-ORDER-NO       PIC X(7).
           05 FILLER             PIC X(52).

       *> 再提出分は拒否明細から見出しと明細を組み立て直して書く
       FD  MRGFILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  MRG-REC.
           05 MRG-REC-TYPE       PIC X(1).
           05 MRG-BODY           PIC X(59).
           05 MRG-HDR-BODY REDEFINES MRG-BODY.
              10 MRG-ORDER-NO    PIC 9(7).
              10 MRG-ORDER-DATE  PIC 9(8).
              10 MRG-CUST-ID     PIC 9(5).
              10 MRG-NAME        PIC X(20).
              10 MRG-BRANCH-CODE PIC X(3).
              10 MRG-HDR-FILLER  PIC X(16).
           05 MRG-LINE-BODY REDEFINES MRG-BODY.
              10 MRG-LINE-ORDER-NO PIC 9(7).
              10 MRG-LINE-NO     PIC 9(3).
              10 MRG-ITEM-CODE   PIC X(6).
              10 MRG-QTY         PIC 9(3).
              10 MRG-UNIT-PRICE  PIC 9(3)V99.
              10 MRG-LINE-FILLER PIC X(35).

       FD  CUSTMAST
           RECORD CONTAINS 35 CHARACTERS
           05 WS-CAND-ORDER-DATE PIC 9(8).
           05 WS-CAND-ITEM-CODE  PIC X(6).
           05 WS-CAND-BRANCH     PIC X(3).
           05 WS-CAND-LINE-NO    PIC 9(3).
           05 WS-CAND-CYCLE      PIC 9(2).

       01  WS-CAND-VALID         PIC X VALUE "N".
       01  WS-CARRIED-COUNT      PIC 9(7) VALUE 0.
       01  WS-WRITEOFF-COUNT     PIC 9(7) VALUE 0.
       01  WS-DROPPED-COUNT      PIC 9(7) VALUE 0.
       *> 当日分は明細単位で数える（見出しだけの注文は1件）。
       *> MVP01の監査ログの入力件数と同じ数え方にしておく
       01  WS-TODAY-COUNT        PIC 9(7) VALUE 0.
       01  WS-TODAY-HDR-OPEN     PIC X VALUE "N".
           88 TODAY-HDR-OPEN               VALUE "Y".
       01  WS-TODAY-ORDER-NO     PIC X(7) VALUE SPACES.

       *> 直前に書いた再提出見出しの注文（同じ注文の明細は見出し1件に
       *> まとめて後ろへ続ける）
       01  WS-MRG-HDR-WRITTEN    PIC X VALUE "N".
           88 MRG-HDR-WRITTEN              VALUE "Y".
       01  WS-MRG-LAST-ORDER-NO  PIC 9(7) VALUE 0.

       *> 付け替え・後片付け用の物理ファイル名
       01  WS-RECYCLE-NAME       PIC X(20) VALUE "RECYCLE.DAT".
           05 RD-CUST-ID         PIC 9(5).
           05 FILLER             PIC X(7) VALUE " ORDER ".
           05 RD-ORDER-NO        PIC 9(7).
           05 FILLER             PIC X(6) VALUE " LINE ".
           05 RD-LINE-NO         PIC 9(3).
           05 FILLER             PIC X(7) VALUE " CYCLE ".
           05 RD-CYCLE           PIC 9(2).
           05 FILLER             PIC X(8) VALUE " REASON ".
           05 RD-BRANCH          PIC X(3).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 RD-DISPOSITION     PIC X(30).
           05 FILLER             PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.

       REPRESENT-CANDIDATE.
           ADD 1 TO WS-REPRESENT-COUNT
           *> 拒否明細はMVP01が注文ごとに続けて書いているので、注文番号
           *> が変わったときだけ見出しを書き、同じ注文の明細は後ろへ続ける
           IF NOT MRG-HDR-WRITTEN
              OR WS-CAND-ORDER-NO NOT = WS-MRG-LAST-ORDER-NO
               MOVE SPACES             TO MRG-REC
               MOVE "H"                TO MRG-REC-TYPE
               MOVE WS-CAND-ORDER-NO   TO MRG-ORDER-NO
               MOVE WS-CAND-ORDER-DATE TO MRG-ORDER-DATE
               MOVE WS-CAND-CUST-ID    TO MRG-CUST-ID
               MOVE WS-CAND-NAME       TO MRG-NAME
               MOVE WS-CAND-BRANCH     TO MRG-BRANCH-CODE
               WRITE MRG-REC
               SET MRG-HDR-WRITTEN TO TRUE
               MOVE WS-CAND-ORDER-NO TO WS-MRG-LAST-ORDER-NO
           END-IF
           MOVE SPACES             TO MRG-REC
           MOVE "L"                TO MRG-REC-TYPE
           MOVE WS-CAND-ORDER-NO   TO MRG-LINE-ORDER-NO
           MOVE WS-CAND-LINE-NO    TO MRG-LINE-NO
           MOVE WS-CAND-ITEM-CODE  TO MRG-ITEM-CODE
           MOVE WS-CAND-QTY        TO MRG-QTY
           MOVE WS-CAND-UNIT-PRICE TO MRG-UNIT-PRICE
           WRITE MRG-REC
           MOVE "RE-PRESENTED" TO RD-DISPOSITION
           PERFORM WRITE-DETAIL-LINE
           .

       APPEND-TODAYS-ORDERS.
           *> 当日分の注文を再提出分の後ろへそのまま連結する。件数は
           *> MVP01と同じく明細の数に、明細が1件も続かなかった見出しを
           *> 1件として足す
           OPEN INPUT ORDERIN
           IF NOT ORDERIN-OK
               DISPLAY "MVP05: CANNOT OPEN ORDERIN.DAT, STATUS="
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM COUNT-TODAYS-RECORD
                           WRITE MRG-REC FROM ORD-REC
                   END-READ
               END-PERFORM
               IF TODAY-HDR-OPEN
                   ADD 1 TO WS-TODAY-COUNT
               END-IF
               CLOSE ORDERIN
               MOVE "N" TO WS-EOF
           END-IF
           .

       COUNT-TODAYS-RECORD.
           EVALUATE TRUE
               WHEN ORD-IS-HEADER
                   IF TODAY-HDR-OPEN
                       ADD 1 TO WS-TODAY-COUNT
                   END-IF
                   SET TODAY-HDR-OPEN TO TRUE
                   MOVE ORD-ORDER-NO TO WS-TODAY-ORDER-NO
               WHEN ORD-IS-LINE
                   ADD 1 TO WS-TODAY-COUNT
                   IF ORD-ORDER-NO = WS-TODAY-ORDER-NO
                       MOVE "N" TO WS-TODAY-HDR-OPEN
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TODAY-COUNT
           END-EVALUATE
           .

       WRITE-DETAIL-LINE.
           MOVE WS-CAND-CUST-ID  TO RD-CUST-ID
           MOVE WS-CAND-ORDER-NO TO RD-ORDER-NO
           MOVE WS-CAND-LINE-NO  TO RD-LINE-NO
           MOVE WS-CAND-CYCLE    TO RD-CYCLE
           MOVE WS-CAND-REASON   TO RD-REASON
           MOVE WS-CAND-BRANCH   TO RD-BRANCH
