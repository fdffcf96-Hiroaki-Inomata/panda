      *                     に対応。見出し行で新旧形式を判別し、番号は
      *                     参照ファイル postcode と突き合わせて不一致
      *                     を POSTBAD で拒否
      *   26.10.15  ....    ジャーナルに TOLL・ADR-XADDR・郵便番号の
      *                     前後イメージを追加
      *   26.10.15  ....    PARA-HOME を事務所マスタ homemast と突き
      *                     合わせ、無い符号・閉鎖済みの符号なら取込み
      *                     を始めない
      *   26.10.15  ....    更新で書き換わった住所（自宅は 3 行と郵便
      *                     番号、タグ付き住所は種別ごと）の宛先不達印
      *                     ADR-UNDELIV を消す。ジャーナルに印の前後
      *                     イメージを追加
      ******************************************************************
      * 県事務所から届く会員 CSV ファイル（SAMPLEB が書き出す adrscsv
      * と同じ形：NAME,TEL,TOLL[,WEIGHT],"H:住所;W:住所;E:住所"）を
               ASSIGN  TO  "postcode"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    HOME（事務所）マスタ。無ければ PARA-HOME の検証は行わない。
           SELECT  OPTIONAL  HOME-FILE
               ASSIGN  TO  "homemast"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  LOAD-FILE.
       FD  POSTCODE-FILE.
       01  POSTCODE-REC.
           02  PC-CODE         PIC X(8).
       FD  HOME-FILE.
       COPY    ADRSHOME.
       WORKING-STORAGE         SECTION.
       01  WRK-STAMP.
           02  WRK-DATE        PIC 9(8).
           02  WRK-B-WEIGHT    PIC 9(3)V9.
           02  WRK-B-ADDRESS   OCCURS  3  TIMES  PIC X(20).
       01  WRK-B-HOME      PIC X(8).
       01  WRK-B-EXTRA.
           02  WRK-B-TOLL      PIC 9(4)V9.
           02  WRK-B-XADDR-COUNT   PIC 9(1).
           02  WRK-B-XADDR-ENTRY   OCCURS  2  TIMES  PIC X(61).
           02  WRK-B-POSTAL    PIC X(8).
           02  WRK-B-UNDELIV   PIC X(27).
      *    宛先不達印の消込みで前後を比べるタグ付き住所 1 枠分。
       01  WRK-UD-TYPE         PIC X.
       01  WRK-UD-SUB          PIC S9(4)   BINARY.
       01  WRK-UD-BEFORE       PIC X(61).
       01  WRK-UD-AFTER        PIC X(61).
       01  FLG.
           02  FLG-EOF     PIC 9.
               88  FLG-EOF-YES     VALUE 1.
           02  FLG-POSTAL-OK   PIC 9.
               88  FLG-POSTAL-OK-YES   VALUE 1.
               88  FLG-POSTAL-OK-NO    VALUE 0.
           02  FLG-HM-EOF  PIC 9.
               88  FLG-HM-EOF-YES  VALUE 1.
               88  FLG-HM-EOF-NO   VALUE 0.
           02  FLG-HOME-FOUND  PIC 9.
               88  FLG-HOME-FOUND-YES  VALUE 1.
               88  FLG-HOME-FOUND-NO   VALUE 0.
           02  FLG-HOME-CLOSED PIC 9.
               88  FLG-HOME-CLOSED-YES VALUE 1.
               88  FLG-HOME-CLOSED-NO  VALUE 0.
       01  CNT-READ    PIC S9(9)   BINARY.
       01  CNT-INSERT  PIC S9(9)   BINARY.
       01  CNT-UPDATE  PIC S9(9)   BINARY.
       01  CNT-REJECT  PIC S9(9)   BINARY.
       01  CNT-HOME-READ   PIC S9(9)   BINARY.
       01  CNT-UD-CLEARED  PIC S9(9)   BINARY.
       01  WRK.
           02  WRK-REASON      PIC X(8).
           02  WRK-ROW         PIC X(500).
           02  WRK-SUM-INSERT  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-UPDATE  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-REJECT  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-UD-CLEARED  PIC ZZZ,ZZZ,ZZ9.
      *
       COPY    DBPATH.
       COPY    DB-META.
           MOVE    ZERO        TO  CNT-INSERT.
           MOVE    ZERO        TO  CNT-UPDATE.
           MOVE    ZERO        TO  CNT-REJECT.
           MOVE    ZERO        TO  CNT-UD-CLEARED.
           SET     FLG-EOF-NO  TO  TRUE.
           PERFORM 018-CHECK-PARA-HOME.
           OPEN    INPUT
               LOAD-FILE.
           OPEN    OUTPUT
           MOVE    CNT-INSERT  TO  WRK-SUM-INSERT.
           MOVE    CNT-UPDATE  TO  WRK-SUM-UPDATE.
           MOVE    CNT-REJECT  TO  WRK-SUM-REJECT.
           MOVE    CNT-UD-CLEARED  TO  WRK-SUM-UD-CLEARED.
           DISPLAY '*** ADRSLOAD SUMMARY  READ='  WRK-SUM-READ
                   '  INSERTED='  WRK-SUM-INSERT
                   '  UPDATED='  WRK-SUM-UPDATE
                   '  REJECTED='  WRK-SUM-REJECT
                   '  UNDELIV-CLEARED='  WRK-SUM-UD-CLEARED
               UPON    CONSOLE.
           PERFORM 800-DBCOMMIT.
           PERFORM 800-DBDISCONNECT.
               MOVE    PC-CODE     TO  PO-CODE (PO-IX)
           END-IF.
           PERFORM 016-READ-POSTCODE.
      **************************************************************************
      *    新規登録の所属になる PARA-HOME を事務所マスタで確かめる。
      *    無い符号や閉鎖済みの符号で新しい「グループ」を作らないよう、
      *    掛かったら 1 行も取り込まずに止める。マスタが無ければ
      *    郵便番号と同じく検証せずに進める。
       018-CHECK-PARA-HOME     SECTION.
           IF      PARA-HOME   =   SPACES  OR  LOW-VALUES
               CONTINUE
           ELSE
               MOVE    ZERO        TO  CNT-HOME-READ
               SET     FLG-HOME-FOUND-NO   TO  TRUE
               SET     FLG-HOME-CLOSED-NO  TO  TRUE
               SET     FLG-HM-EOF-NO   TO  TRUE
               OPEN    INPUT
                   HOME-FILE
               PERFORM 019-READ-HOME
      *    閉鎖の別は CLOSE の前にフラグへ控える（CLOSE の後の
      *    HOME-REC は当てにできない）。
               PERFORM UNTIL   FLG-HM-EOF-YES
                       OR  FLG-HOME-FOUND-YES
                   IF      HM-HOME =   PARA-HOME
                       SET     FLG-HOME-FOUND-YES  TO  TRUE
                       IF      HM-STATUS-CLOSED
                           SET     FLG-HOME-CLOSED-YES TO  TRUE
                       END-IF
                   ELSE
                       PERFORM 019-READ-HOME
                   END-IF
               END-PERFORM
               CLOSE   HOME-FILE
               EVALUATE    TRUE
                   WHEN    CNT-HOME-READ   =   ZERO
                       DISPLAY '*** ADRSLOAD: NO HOME MASTER -'
                               ' PARA-HOME NOT VERIFIED'
                           UPON    CONSOLE
                   WHEN    FLG-HOME-FOUND-NO
                       DISPLAY '*** ADRSLOAD: PARA-HOME ' PARA-HOME
                               ' NOT ON HOME MASTER - NOT RUN'
                           UPON    CONSOLE
                       MOVE    16          TO  RETURN-CODE
                       STOP    RUN
                   WHEN    FLG-HOME-CLOSED-YES
                       DISPLAY '*** ADRSLOAD: PARA-HOME ' PARA-HOME
                               ' OFFICE CLOSED - NOT RUN'
                           UPON    CONSOLE
                       MOVE    16          TO  RETURN-CODE
                       STOP    RUN
               END-EVALUATE
           END-IF.
      **************************************************************************
       019-READ-HOME           SECTION.
           READ    HOME-FILE
               AT  END
                   SET     FLG-HM-EOF-YES  TO  TRUE
               NOT AT  END
                   ADD     1           TO  CNT-HOME-READ
           END-READ.
      **************************************************************************
       101-READ-LOAD           SECTION.
           READ    LOAD-FILE
                   MOVE    ADR-ADDRESS(2)  TO  WRK-B-ADDRESS(2)
                   MOVE    ADR-ADDRESS(3)  TO  WRK-B-ADDRESS(3)
                   MOVE    ADR-HOME        TO  WRK-B-HOME
                   MOVE    ADR-TOLL        TO  WRK-B-TOLL
                   MOVE    ADR-XADDR-COUNT TO  WRK-B-XADDR-COUNT
                   MOVE    ADR-XADDR-ENTRY (1) TO  WRK-B-XADDR-ENTRY (1)
                   MOVE    ADR-XADDR-ENTRY (2) TO  WRK-B-XADDR-ENTRY (2)
                   MOVE    ADR-POSTAL      TO  WRK-B-POSTAL
                   MOVE    ADR-UNDELIV     TO  WRK-B-UNDELIV
               END-IF
               PERFORM 131-MOVE-ROW-TO-ADR
               IF      FLG-FOUND-YES
                   PERFORM 132-CLEAR-UNDELIV
               END-IF
               IF      FLG-FOUND-YES
                   PERFORM 800-DBUPDATE-ADRS
                   IF      MCP-RC-OK
               END-IF
           END-PERFORM.
      **************************************************************************
      *    更新で住所が変わった種別の宛先不達印を消す。更新前の住所は
      *    130 で控えた WRK-B-* と比べる。自宅は 3 行と郵便番号、タグ
      *    付き住所は同じ種別の最初の枠どうしを比べる（ADRSMNT と同じ
      *    判定）。
       132-CLEAR-UNDELIV       SECTION.
           IF      ADR-ADDRESS(1)  NOT =   WRK-B-ADDRESS(1)
                   OR  ADR-ADDRESS(2)  NOT =   WRK-B-ADDRESS(2)
                   OR  ADR-ADDRESS(3)  NOT =   WRK-B-ADDRESS(3)
                   OR  ADR-POSTAL      NOT =   WRK-B-POSTAL
               MOVE    1           TO  WRK-UD-SUB
               PERFORM 134-RESET-UNDELIV
           END-IF.
           MOVE   'W'          TO  WRK-UD-TYPE.
           MOVE    2           TO  WRK-UD-SUB.
           PERFORM 133-COMPARE-TAGGED.
           MOVE   'E'          TO  WRK-UD-TYPE.
           MOVE    3           TO  WRK-UD-SUB.
           PERFORM 133-COMPARE-TAGGED.
      **************************************************************************
      *    枠は後ろから見るので、同じ種別が 2 枠あれば最初の枠が残る。
       133-COMPARE-TAGGED      SECTION.
           MOVE    SPACES      TO  WRK-UD-BEFORE.
           MOVE    SPACES      TO  WRK-UD-AFTER.
           PERFORM VARYING WRK-XADDR-SUB FROM 2 BY -1
                   UNTIL   WRK-XADDR-SUB   <   1
               IF      WRK-XADDR-SUB   <=  WRK-B-XADDR-COUNT
                       AND WRK-B-XADDR-ENTRY (WRK-XADDR-SUB) (1:1)
                                       =   WRK-UD-TYPE
                   MOVE    WRK-B-XADDR-ENTRY (WRK-XADDR-SUB)
                                       TO  WRK-UD-BEFORE
               END-IF
               IF      WRK-XADDR-SUB   <=  ADR-XADDR-COUNT
                       AND ADR-XADDR-TYPE (WRK-XADDR-SUB)
                                       =   WRK-UD-TYPE
                   MOVE    ADR-XADDR-ENTRY (WRK-XADDR-SUB)
                                       TO  WRK-UD-AFTER
               END-IF
           END-PERFORM.
           IF      WRK-UD-BEFORE   NOT =   WRK-UD-AFTER
               PERFORM 134-RESET-UNDELIV
           END-IF.
      **************************************************************************
       134-RESET-UNDELIV       SECTION.
           IF      ADR-UNDELIV-YES (WRK-UD-SUB)
               MOVE    SPACE       TO  ADR-UNDELIV-FLAG (WRK-UD-SUB)
               MOVE    ZERO        TO  ADR-UNDELIV-DATE (WRK-UD-SUB)
               ADD     1           TO  CNT-UD-CLEARED
           END-IF.
      **************************************************************************
      *    取込みの登録・更新を共有変更ジャーナルへ残す。日時は実行
      *    開始時刻、操作者はバッチなので空白。登録は更新前イメージを
      *    空で書く。
               SET     JRNL-ACTION-CHANGE  TO  TRUE
               MOVE    WRK-BEFORE  TO  JRNL-BEFORE
               MOVE    WRK-B-HOME  TO  JRNL-B-HOME
               MOVE    WRK-B-EXTRA TO  JRNL-B-EXTRA
           ELSE
               SET     JRNL-ACTION-ADD     TO  TRUE
               MOVE    ZERO        TO  JRNL-B-WEIGHT
               MOVE    SPACES      TO  JRNL-B-HOME
               MOVE    ZERO        TO  JRNL-B-TOLL
               MOVE    ZERO        TO  JRNL-B-XADDR-COUNT
           END-IF.
           MOVE    ADR-TEL         TO  JRNL-A-TEL.
           MOVE    ADR-WEIGHT      TO  JRNL-A-WEIGHT.
           MOVE    ADR-ADDRESS(2)  TO  JRNL-A-ADDRESS(2).
           MOVE    ADR-ADDRESS(3)  TO  JRNL-A-ADDRESS(3).
           MOVE    ADR-HOME    TO  JRNL-A-HOME.
           MOVE    ADR-TOLL            TO  JRNL-A-TOLL.
           MOVE    ADR-XADDR-COUNT     TO  JRNL-A-XADDR-COUNT.
           MOVE    ADR-XADDR-ENTRY (1) TO  JRNL-A-XADDR-ENTRY (1).
           MOVE    ADR-XADDR-ENTRY (2) TO  JRNL-A-XADDR-ENTRY (2).
           MOVE    ADR-POSTAL          TO  JRNL-A-POSTAL.
           MOVE    ADR-UNDELIV         TO  JRNL-A-UNDELIV.
           MOVE   X'0d'        TO  JRNL-CR.
           WRITE   JRNL-REC.
      **************************************************************************
