      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.09.02  ....    新規作成
      *   26.10.15  ....    ジャーナルに加わった TOLL・ADR-XADDR・
      *                     郵便番号の前後値も、動いたものを出す
      *   26.10.15  ....    宛先不達印（自宅・勤務先・連絡先）の付け
      *                     外しも出す
      ******************************************************************
      * 共有変更ジャーナル chgjrnl から、起動パラメータで指定した会員の
      * 変更を時系列で印刷用リスト adrsjinq に出力する照会バッチ。
               88  FLG-EOF-NO      VALUE 0.
       01  CNT-ENTRIES PIC S9(9)   BINARY.
       01  WRK-ADDR-SUB    PIC S9(4)   BINARY.
       01  WRK-XADDR-SUB   PIC S9(4)   BINARY.
      *    宛先不達印の枠番号と種別（1＝H、2＝W、3＝E）。
       01  WRK-UD-SUB      PIC S9(4)   BINARY.
       01  WRK-UD-KINDS    PIC X(3)    VALUE  'HWE'.
       01  WRK-UD-B-TEXT   PIC X(20).
       01  WRK-UD-A-TEXT   PIC X(20).
       01  WRK-SUMMARY.
           02  WRK-SUM-ENTRIES PIC ZZZ,ZZZ,ZZ9.
      *
             03  EDT-TOT-COUNT   PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(109)  VALUE  SPACES.
       01  EDT-WEIGHT      PIC ZZ9.9.
       01  EDT-TOLL        PIC ZZZ9.9.
       01  EDT-ADDR-NO     PIC 9.
       LINKAGE                 SECTION.
       01  PARA.
               MOVE    JRNL-A-HOME TO  EDT-FD-AFTER
               PERFORM 130-WRITE-FIELD-LINE
           END-IF.
           IF      JRNL-B-TOLL NOT =   JRNL-A-TOLL
               MOVE   'TOLL'       TO  EDT-FD-FIELD
               MOVE    JRNL-B-TOLL TO  EDT-TOLL
               MOVE    EDT-TOLL    TO  EDT-FD-BEFORE
               MOVE    JRNL-A-TOLL TO  EDT-TOLL
               MOVE    EDT-TOLL    TO  EDT-FD-AFTER
               PERFORM 130-WRITE-FIELD-LINE
           END-IF.
           IF      JRNL-B-POSTAL   NOT =   JRNL-A-POSTAL
               MOVE   'POSTAL'     TO  EDT-FD-FIELD
               MOVE    JRNL-B-POSTAL   TO  EDT-FD-BEFORE
               MOVE    JRNL-A-POSTAL   TO  EDT-FD-AFTER
               PERFORM 130-WRITE-FIELD-LINE
           END-IF.
           IF      JRNL-B-XADDR-COUNT  NOT =   JRNL-A-XADDR-COUNT
               MOVE   'XADDR-CNT'  TO  EDT-FD-FIELD
               MOVE    JRNL-B-XADDR-COUNT  TO  EDT-FD-BEFORE
               MOVE    JRNL-A-XADDR-COUNT  TO  EDT-FD-AFTER
               PERFORM 130-WRITE-FIELD-LINE
           END-IF.
           PERFORM VARYING WRK-XADDR-SUB FROM 1 BY 1
                   UNTIL   WRK-XADDR-SUB   >   2
               PERFORM 125-PRINT-CHANGED-XADDR
           END-PERFORM.
           PERFORM VARYING WRK-UD-SUB FROM 1 BY 1
                   UNTIL   WRK-UD-SUB  >   3
               PERFORM 126-PRINT-CHANGED-UNDELIV
           END-PERFORM.
      **************************************************************************
      *    タグ付き住所 1 枠分。種別と 3 行を比べ、動いたものを出す。
      *    項目名は XTYPE枠番号／XADDR枠番号-行番号。
       125-PRINT-CHANGED-XADDR SECTION.
           IF      JRNL-B-XADDR-TYPE (WRK-XADDR-SUB)
                   NOT =   JRNL-A-XADDR-TYPE (WRK-XADDR-SUB)
               MOVE   'XTYPE'      TO  EDT-FD-FIELD
               MOVE    WRK-XADDR-SUB   TO  EDT-ADDR-NO
               MOVE    EDT-ADDR-NO TO  EDT-FD-FIELD (6 : 1)
               MOVE    JRNL-B-XADDR-TYPE (WRK-XADDR-SUB)
                       TO  EDT-FD-BEFORE
               MOVE    JRNL-A-XADDR-TYPE (WRK-XADDR-SUB)
                       TO  EDT-FD-AFTER
               PERFORM 130-WRITE-FIELD-LINE
           END-IF.
           PERFORM VARYING WRK-ADDR-SUB FROM 1 BY 1
                   UNTIL   WRK-ADDR-SUB    >   3
               IF      JRNL-B-XADDR-LINE (WRK-XADDR-SUB, WRK-ADDR-SUB)
                       NOT =
                       JRNL-A-XADDR-LINE (WRK-XADDR-SUB, WRK-ADDR-SUB)
                   MOVE   'XADDR'      TO  EDT-FD-FIELD
                   MOVE    WRK-XADDR-SUB   TO  EDT-ADDR-NO
                   MOVE    EDT-ADDR-NO TO  EDT-FD-FIELD (6 : 1)
                   MOVE   '-'          TO  EDT-FD-FIELD (7 : 1)
                   MOVE    WRK-ADDR-SUB    TO  EDT-ADDR-NO
                   MOVE    EDT-ADDR-NO TO  EDT-FD-FIELD (8 : 1)
                   MOVE    JRNL-B-XADDR-LINE
                               (WRK-XADDR-SUB, WRK-ADDR-SUB)
                           TO  EDT-FD-BEFORE
                   MOVE    JRNL-A-XADDR-LINE
                               (WRK-XADDR-SUB, WRK-ADDR-SUB)
                           TO  EDT-FD-AFTER
                   PERFORM 130-WRITE-FIELD-LINE
               END-IF
           END-PERFORM.
      **************************************************************************
      *    宛先不達印 1 種別分。印の有無と返送の記録日を文字にして比べ
      *    る（印の無い枠の空白・ゼロの違いは出さない）。項目名は
      *    UNDELIV-種別。
       126-PRINT-CHANGED-UNDELIV   SECTION.
           MOVE    SPACES      TO  WRK-UD-B-TEXT.
           IF      JRNL-B-UNDELIV-FLAG (WRK-UD-SUB)    =   'Y'
               STRING  'RETURNED '                 DELIMITED  SIZE
                       JRNL-B-UNDELIV-DATE (WRK-UD-SUB)
                                                   DELIMITED  SIZE
                   INTO    WRK-UD-B-TEXT
               END-STRING
           END-IF.
           MOVE    SPACES      TO  WRK-UD-A-TEXT.
           IF      JRNL-A-UNDELIV-FLAG (WRK-UD-SUB)    =   'Y'
               STRING  'RETURNED '                 DELIMITED  SIZE
                       JRNL-A-UNDELIV-DATE (WRK-UD-SUB)
                                                   DELIMITED  SIZE
                   INTO    WRK-UD-A-TEXT
               END-STRING
           END-IF.
           IF      WRK-UD-B-TEXT   NOT =   WRK-UD-A-TEXT
               MOVE   'UNDELIV-'   TO  EDT-FD-FIELD
               MOVE    WRK-UD-KINDS (WRK-UD-SUB : 1)
                                   TO  EDT-FD-FIELD (9 : 1)
               MOVE    WRK-UD-B-TEXT   TO  EDT-FD-BEFORE
               MOVE    WRK-UD-A-TEXT   TO  EDT-FD-AFTER
               PERFORM 130-WRITE-FIELD-LINE
           END-IF.
      **************************************************************************
       130-WRITE-FIELD-LINE    SECTION.
           MOVE    EDT-FIELD   TO  REPORT-REC.
