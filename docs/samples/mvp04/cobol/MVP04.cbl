
       DATA DIVISION.
       FILE SECTION.
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
       01  ORD-HDR-REC.
           05 ORD-HDR-TYPE      PIC X(1).
           05 ORD-HDR-RUN-DATE  PIC 9(8).
           05 ORD-HDR-INFILE    PIC X(20).
           05 ORD-HDR-FILLER    PIC X(51).
       01  ORD-TRL-REC.
           05 ORD-TRL-TYPE      PIC X(1).
           05 ORD-TRL-REC-COUNT PIC 9(7).
           05 ORD-TRL-TOTAL-SUM PIC 9(9)V99.
           05 ORD-TRL-BIG-COUNT PIC 9(7).
           05 ORD-TRL-TAX-SUM   PIC 9(9)V99.
           05 ORD-TRL-FILLER    PIC X(43).

       SD  SORTWORK.
       01  SORTWORK-REC.
