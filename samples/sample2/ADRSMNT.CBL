      *   26.09.02  ....    郵便番号 AM-POSTAL に対応。追加・変更時に
      *                     参照ファイル postcode と突き合わせ、無い
      *                     番号は AM-RC-POSTAL で断る
      *   26.10.15  ....    ジャーナルに TOLL・ADR-XADDR・郵便番号の
      *                     前後イメージを追加
      *   26.10.15  ....    HOME を事務所マスタ homemast と突き合わせ、
      *                     無い符号・閉鎖済みの符号への追加・付替えを
      *                     AM-RC-HOME で断る
      *   26.10.15  ....    変更で書き換わった住所（自宅は 3 行と郵便
      *                     番号、タグ付き住所は種別ごと）の宛先不達印
      *                     ADR-UNDELIV を消す。ジャーナルに印の前後
      *                     イメージを追加
      *   26.10.15  ....    HOME と名前の頭による頁送り一覧（B／N／P）
      *                     を追加。静止中も照会と同じく通す。照会・
      *                     変更は一覧の行番号 AM-BR-PICK でも選べる
      ******************************************************************
      * MCPSUB 経由で ADRS（住所録）を追加／変更／削除／照会するオンライン
      * トランザクション。バッチの SAMPLEB が 200-INSERT で行っていた
      * 決め打ちの住所録追加を、端末からの起動パラメータで行えるように
      * したもの。呼出コマンドエリア AM-FUNC でオペレーションを選ぶ。
      * 名前がうろ覚えのときは一覧（B／N／P）で HOME と名前の頭から
      * 探し、選んだ行の番号で照会・変更へ進む。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    SAMPLEB が更新パスの間だけ置く静止指示ファイル。存在すれば
      *    保守（追加・変更・削除）を断り、照会と一覧だけ通す。
           SELECT  QUIESCE-FILE
               ASSIGN  TO  "quiesce"
               ORGANIZATION    SEQUENTIAL
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE STATUS     WRK-PC-STATUS.
      *    HOME（事務所）マスタ。無ければ HOME の検証は行わない。
           SELECT  OPTIONAL  HOME-FILE
               ASSIGN  TO  "homemast"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE STATUS     WRK-HOME-STATUS.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  QUIESCE-FILE.
       FD  POSTCODE-FILE.
       01  POSTCODE-REC.
           02  PC-CODE         PIC X(8).
       FD  HOME-FILE.
       COPY    ADRSHOME.
       WORKING-STORAGE         SECTION.
       01  WRK-XADDR-SUB       PIC S9(4)   BINARY.
       01  WRK-ADDR-SUB        PIC S9(4)   BINARY.
       01  WRK-ARCH-STATUS     PIC XX.
       01  WRK-JRNL-STATUS     PIC XX.
       01  WRK-PC-STATUS       PIC XX.
       01  WRK-HOME-STATUS     PIC XX.
      *    ジャーナルへ書く前後イメージの控え。FD の領域は OPEN の
      *    前に埋められないので、いったんここで組み立てる。
       01  WRK-JR.
                                   PIC X(20).
           02  WRK-JR-B-HOME   PIC X(8).
           02  WRK-JR-A-HOME   PIC X(8).
           02  WRK-JR-B-EXTRA.
               03  WRK-JR-B-TOLL   PIC 9(4)V9.
               03  WRK-JR-B-XADDR-COUNT    PIC 9(1).
               03  WRK-JR-B-XADDR-ENTRY    OCCURS  2  TIMES
                                   PIC X(61).
               03  WRK-JR-B-POSTAL PIC X(8).
               03  WRK-JR-B-UNDELIV    PIC X(27).
           02  WRK-JR-A-EXTRA.
               03  WRK-JR-A-TOLL   PIC 9(4)V9.
               03  WRK-JR-A-XADDR-COUNT    PIC 9(1).
               03  WRK-JR-A-XADDR-ENTRY    OCCURS  2  TIMES
                                   PIC X(61).
               03  WRK-JR-A-POSTAL PIC X(8).
               03  WRK-JR-A-UNDELIV    PIC X(27).
      *    宛先不達印の消込みで前後を比べるタグ付き住所 1 枠分。
       01  WRK-UD-TYPE         PIC X.
       01  WRK-UD-SUB          PIC S9(4)   BINARY.
       01  WRK-UD-BEFORE       PIC X(61).
       01  WRK-UD-AFTER        PIC X(61).
      *    一覧で組み立てる 1 頁。名前順に差し込み、11 件目が入ったら
      *    進む向きの反対端を捨てる（B／N は最大を、P は最小を捨てる）。
       01  WRK-BR-PAGE.
           02  WRK-BR-COUNT    PIC S9(4)   BINARY.
           02  WRK-BR-ROW      OCCURS  11  TIMES.
               03  WRK-BR-NAME     PIC X(20).
               03  WRK-BR-TEL      PIC X(13).
               03  WRK-BR-HOME     PIC X(8).
               03  WRK-BR-ADDRESS1 PIC X(20).
       01  WRK-BR-SUB          PIC S9(4)   BINARY.
       01  WRK-BR-INS          PIC S9(4)   BINARY.
       01  WRK-BR-PFX-LEN      PIC S9(4)   BINARY.
      *    条件に合った行のうち、進む向きにある件数と手前にある件数。
      *    前後の頁が残っているかの判定に使う。
       01  CNT-BR-AHEAD        PIC S9(9)   BINARY.
       01  CNT-BR-BEHIND       PIC S9(9)   BINARY.
       01  WRK-STAMP.
           02  WRK-DATE        PIC 9(8).
           02  WRK-TIME        PIC 9(8).
           02  FLG-POSTAL-OK   PIC 9.
               88  FLG-POSTAL-OK-YES   VALUE 1.
               88  FLG-POSTAL-OK-NO    VALUE 0.
           02  FLG-HM-EOF  PIC 9.
               88  FLG-HM-EOF-YES      VALUE 1.
               88  FLG-HM-EOF-NO       VALUE 0.
           02  FLG-UD-CLEARED  PIC 9.
               88  FLG-UD-CLEARED-YES  VALUE 1.
               88  FLG-UD-CLEARED-NO   VALUE 0.
           02  FLG-HOME-CHK    PIC 9.
               88  FLG-HOME-CHK-OK         VALUE 0.
               88  FLG-HOME-CHK-UNKNOWN    VALUE 1.
               88  FLG-HOME-CHK-CLOSED     VALUE 2.
           02  FLG-BR-MATCH    PIC 9.
               88  FLG-BR-MATCH-YES    VALUE 1.
               88  FLG-BR-MATCH-NO     VALUE 0.
       COPY    DBPATH.
       COPY    DB-META.
       COPY    DB-ADRS.
                       WHEN    AM-FUNC-ADD
                           PERFORM 200-ADD-MEMBER
                       WHEN    AM-FUNC-CHANGE
                           PERFORM 690-TAKE-PICKED-ROW
                           IF      AM-RC-OK
                               PERFORM 300-CHANGE-MEMBER
                           END-IF
                       WHEN    AM-FUNC-DELETE
                           PERFORM 400-DELETE-MEMBER
                       WHEN    AM-FUNC-INQUIRY
                           PERFORM 690-TAKE-PICKED-ROW
                           IF      AM-RC-OK
                               PERFORM 500-INQUIRY-MEMBER
                           END-IF
                       WHEN    AM-FUNC-TELFIND
                           PERFORM 600-TELFIND-MEMBER
                       WHEN    AM-FUNC-BROWSE
                               OR  AM-FUNC-NEXTPAGE
                               OR  AM-FUNC-PREVPAGE
                           PERFORM 650-BROWSE-MEMBERS
                       WHEN    OTHER
                           SET     AM-RC-ERROR     TO  TRUE
                           MOVE   'INVALID FUNCTION CODE'  TO  AM-MSG
      **************************************************************************
       200-ADD-MEMBER           SECTION.
           PERFORM 750-CHECK-POSTAL.
           PERFORM 770-CHECK-HOME.
           IF      FLG-POSTAL-OK-NO
               SET     AM-RC-POSTAL    TO  TRUE
               MOVE   'POSTAL CODE NOT IN REFERENCE FILE'
                                       TO  AM-MSG
           ELSE
             IF      NOT FLG-HOME-CHK-OK
               PERFORM 790-SET-HOME-ERROR
             ELSE
               MOVE    AM-NAME         TO  ADR-NAME
               MOVE    AM-TEL          TO  ADR-TEL
               MOVE    AM-HOME         TO  ADR-HOME
               MOVE    AM-TOLL         TO  ADR-TOLL
               MOVE    AM-WEIGHT       TO  ADR-WEIGHT
               PERFORM 210-MOVE-AM-ADDR-TO-ADR
               INITIALIZE  ADR-UNDELIV
               PERFORM 800-DBINSERT-ADRS
               IF      MCP-RC-OK
                   SET     AM-RC-OK        TO  TRUE
                   MOVE   'A'          TO  WRK-JR-ACTION
                   MOVE    ADR-NAME    TO  WRK-JR-NAME
                   MOVE    ZERO        TO  WRK-JR-B-WEIGHT
                   MOVE    ZERO        TO  WRK-JR-B-TOLL
                   MOVE    ZERO        TO  WRK-JR-B-XADDR-COUNT
                   PERFORM 430-SET-JOURNAL-AFTER
                   MOVE    SPACES      TO  WRK-JR-B-HOME
                   MOVE    ADR-HOME    TO  WRK-JR-A-HOME
                   SET     AM-RC-ERROR     TO  TRUE
                   MOVE   'DBINSERT FAILED'    TO  AM-MSG
               END-IF
             END-IF
           END-IF.
      **************************************************************************
       300-CHANGE-MEMBER        SECTION.
                                               TO  AM-MSG
                   ELSE
                     PERFORM 750-CHECK-POSTAL
      *    HOME は付け替えるときだけ検査する。閉鎖済み事務所に残って
      *    いる会員の住所や電話の訂正まで止めないため。
                     SET     FLG-HOME-CHK-OK TO  TRUE
                     IF      AM-HOME     NOT =   ADR-HOME
                       PERFORM 770-CHECK-HOME
                     END-IF
                     EVALUATE    TRUE
                         WHEN    FLG-POSTAL-OK-NO
                             SET     AM-RC-POSTAL    TO  TRUE
                             MOVE   'POSTAL CODE NOT IN REFERENCE FILE'
                                                     TO  AM-MSG
                         WHEN    NOT FLG-HOME-CHK-OK
                             PERFORM 790-SET-HOME-ERROR
                         WHEN    OTHER
      *    書き換える前に今の行をジャーナルの更新前イメージに控える。
                             MOVE    SPACES      TO  WRK-JR
                             MOVE   'C'          TO  WRK-JR-ACTION
                             MOVE    ADR-NAME    TO  WRK-JR-NAME
                             PERFORM 440-SET-JOURNAL-BEFORE
                             MOVE    AM-TEL          TO  ADR-TEL
                             MOVE    AM-HOME         TO  ADR-HOME
                             MOVE    AM-TOLL         TO  ADR-TOLL
                             MOVE    AM-WEIGHT       TO  ADR-WEIGHT
                             PERFORM 210-MOVE-AM-ADDR-TO-ADR
                             PERFORM 330-CLEAR-UNDELIV
                             PERFORM 800-DBUPDATE-ADRS-NAME
                             IF      MCP-RC-OK
                                 SET     AM-RC-OK        TO  TRUE
                                 IF      FLG-UD-CLEARED-YES
                                     MOVE
                                     'MEMBER UPDATED - UNDELIV CLEARED'
                                                     TO  AM-MSG
                                 ELSE
                                     MOVE   'MEMBER UPDATED' TO  AM-MSG
                                 END-IF
                                 PERFORM 430-SET-JOURNAL-AFTER
                                 MOVE    ADR-HOME    TO  WRK-JR-A-HOME
                                 PERFORM 420-WRITE-JOURNAL
                             ELSE
                                 SET     AM-RC-ERROR     TO  TRUE
                                 MOVE   'DBUPDATE FAILED'    TO  AM-MSG
                             END-IF
                     END-EVALUATE
                   END-IF
               END-IF
           END-IF.
                           MOVE    ADR-NAME    TO  WRK-JR-NAME
                           PERFORM 440-SET-JOURNAL-BEFORE
                           MOVE    ZERO        TO  WRK-JR-A-WEIGHT
                           MOVE    ZERO        TO  WRK-JR-A-TOLL
                           MOVE    ZERO        TO  WRK-JR-A-XADDR-COUNT
                           MOVE    SPACES      TO  WRK-JR-A-HOME
                           PERFORM 420-WRITE-JOURNAL
                       ELSE
               MOVE    WRK-JR-AFTER    TO  JRNL-AFTER
               MOVE    WRK-JR-B-HOME   TO  JRNL-B-HOME
               MOVE    WRK-JR-A-HOME   TO  JRNL-A-HOME
               MOVE    WRK-JR-B-EXTRA  TO  JRNL-B-EXTRA
               MOVE    WRK-JR-A-EXTRA  TO  JRNL-A-EXTRA
               MOVE   X'0d'        TO  JRNL-CR
               WRITE   JRNL-REC
               CLOSE   JOURNAL-FILE
           MOVE    ADR-ADDRESS(1)  TO  WRK-JR-A-ADDRESS(1).
           MOVE    ADR-ADDRESS(2)  TO  WRK-JR-A-ADDRESS(2).
           MOVE    ADR-ADDRESS(3)  TO  WRK-JR-A-ADDRESS(3).
           MOVE    ADR-TOLL        TO  WRK-JR-A-TOLL.
           MOVE    ADR-XADDR-COUNT TO  WRK-JR-A-XADDR-COUNT.
           MOVE    ADR-XADDR-ENTRY (1) TO  WRK-JR-A-XADDR-ENTRY (1).
           MOVE    ADR-XADDR-ENTRY (2) TO  WRK-JR-A-XADDR-ENTRY (2).
           MOVE    ADR-POSTAL      TO  WRK-JR-A-POSTAL.
           MOVE    ADR-UNDELIV     TO  WRK-JR-A-UNDELIV.
      **************************************************************************
       440-SET-JOURNAL-BEFORE   SECTION.
           MOVE    ADR-TEL         TO  WRK-JR-B-TEL.
           MOVE    ADR-ADDRESS(2)  TO  WRK-JR-B-ADDRESS(2).
           MOVE    ADR-ADDRESS(3)  TO  WRK-JR-B-ADDRESS(3).
           MOVE    ADR-HOME        TO  WRK-JR-B-HOME.
           MOVE    ADR-TOLL        TO  WRK-JR-B-TOLL.
           MOVE    ADR-XADDR-COUNT TO  WRK-JR-B-XADDR-COUNT.
           MOVE    ADR-XADDR-ENTRY (1) TO  WRK-JR-B-XADDR-ENTRY (1).
           MOVE    ADR-XADDR-ENTRY (2) TO  WRK-JR-B-XADDR-ENTRY (2).
           MOVE    ADR-POSTAL      TO  WRK-JR-B-POSTAL.
           MOVE    ADR-UNDELIV     TO  WRK-JR-B-UNDELIV.
      **************************************************************************
       500-INQUIRY-MEMBER       SECTION.
           INITIALIZE  ADRS.
               END-IF
           END-IF.
      **************************************************************************
      *    名前の綴りが分からない会員を HOME と名前の頭から探す一覧。
      *    条件と前回の頁の端のキーは呼出元が持ち回す。N は前回の最後
      *    の名前より後、P は前回の先頭の名前より前の続き 10 件を返す。
      *    続きが無ければ前回の頁はそのまま残して AM-RC-NOTFOUND。
       650-BROWSE-MEMBERS       SECTION.
           EVALUATE    TRUE
               WHEN    (AM-BR-HOME =   SPACES  OR  LOW-VALUES)
                       AND (AM-BR-PREFIX   =   SPACES  OR  LOW-VALUES)
                   SET     AM-RC-ERROR     TO  TRUE
                   MOVE   'ENTER HOME AND/OR NAME PREFIX TO BROWSE'
                                           TO  AM-MSG
               WHEN    AM-FUNC-NEXTPAGE
                       AND (AM-BR-LAST-NAME    =   SPACES
                            OR  AM-BR-LAST-NAME    =   LOW-VALUES)
               WHEN    AM-FUNC-PREVPAGE
                       AND (AM-BR-FIRST-NAME   =   SPACES
                            OR  AM-BR-FIRST-NAME   =   LOW-VALUES)
                   SET     AM-RC-ERROR     TO  TRUE
                   MOVE   'NO PAGE TO CONTINUE FROM - BROWSE FIRST'
                                           TO  AM-MSG
               WHEN    OTHER
                   PERFORM 651-SCAN-MEMBERS
           END-EVALUATE.
      **************************************************************************
      *    ADRSMAIL パスで HOME（空白なら全 HOME のワイルドカード）を
      *    選んで総なめする。パスの返す順序には頼らず、名前順の頁は
      *    WRK-BR-PAGE への差し込みで作る。
       651-SCAN-MEMBERS         SECTION.
           MOVE    ZERO        TO  WRK-BR-COUNT.
           MOVE    ZERO        TO  CNT-BR-AHEAD.
           MOVE    ZERO        TO  CNT-BR-BEHIND.
           MOVE    ZERO        TO  WRK-BR-PFX-LEN.
           IF      AM-BR-PREFIX    NOT =   SPACES
                   AND AM-BR-PREFIX    NOT =   LOW-VALUES
               MOVE    FUNCTION LENGTH
                           (FUNCTION TRIM (AM-BR-PREFIX TRAILING))
                                       TO  WRK-BR-PFX-LEN
           END-IF.
           INITIALIZE  ADRS.
           IF      AM-BR-HOME  =   SPACES  OR  LOW-VALUES
               MOVE   '%'          TO  ADR-HOME
           ELSE
               MOVE    AM-BR-HOME  TO  ADR-HOME
           END-IF.
           PERFORM 800-DBSELECT-ADRS-MAIL.
           IF      NOT MCP-RC-OK
               SET     AM-RC-ERROR     TO  TRUE
               MOVE   'DBSELECT FAILED'    TO  AM-MSG
           ELSE
               PERFORM 800-DBFETCH-ADRS-MAIL
               PERFORM 652-TAKE-BROWSE-ROW
                       UNTIL   NOT MCP-RC-OK
               IF      MCP-RC-EOF
                   PERFORM 655-RETURN-PAGE
               ELSE
                   SET     AM-RC-ERROR     TO  TRUE
                   MOVE   'DBFETCH FAILED'     TO  AM-MSG
               END-IF
           END-IF.
      **************************************************************************
       652-TAKE-BROWSE-ROW      SECTION.
           SET     FLG-BR-MATCH-YES    TO  TRUE.
           IF      WRK-BR-PFX-LEN  >   ZERO
               IF      ADR-NAME (1 : WRK-BR-PFX-LEN)
                       NOT =   AM-BR-PREFIX (1 : WRK-BR-PFX-LEN)
                   SET     FLG-BR-MATCH-NO     TO  TRUE
               END-IF
           END-IF.
           IF      FLG-BR-MATCH-YES
               EVALUATE    TRUE
                   WHEN    AM-FUNC-BROWSE
                       PERFORM 653-INSERT-BROWSE-ROW
                   WHEN    AM-FUNC-NEXTPAGE
                           AND ADR-NAME    >   AM-BR-LAST-NAME
                       PERFORM 653-INSERT-BROWSE-ROW
                   WHEN    AM-FUNC-PREVPAGE
                           AND ADR-NAME    <   AM-BR-FIRST-NAME
                       PERFORM 653-INSERT-BROWSE-ROW
                   WHEN    OTHER
                       ADD     1           TO  CNT-BR-BEHIND
               END-EVALUATE
           END-IF.
           PERFORM 800-DBFETCH-ADRS-MAIL.
      **************************************************************************
      *    名前順の位置に差し込み、溢れた 11 件目を落とす。
       653-INSERT-BROWSE-ROW    SECTION.
           ADD     1           TO  CNT-BR-AHEAD.
           PERFORM VARYING WRK-BR-INS FROM 1 BY 1
                   UNTIL   WRK-BR-INS  >   WRK-BR-COUNT
                       OR  WRK-BR-NAME (WRK-BR-INS)    >   ADR-NAME
               CONTINUE
           END-PERFORM.
           PERFORM VARYING WRK-BR-SUB FROM WRK-BR-COUNT BY -1
                   UNTIL   WRK-BR-SUB  <   WRK-BR-INS
               MOVE    WRK-BR-ROW (WRK-BR-SUB)
                               TO  WRK-BR-ROW (WRK-BR-SUB + 1)
           END-PERFORM.
           MOVE    ADR-NAME        TO  WRK-BR-NAME (WRK-BR-INS).
           MOVE    ADR-TEL         TO  WRK-BR-TEL (WRK-BR-INS).
           MOVE    ADR-HOME        TO  WRK-BR-HOME (WRK-BR-INS).
           MOVE    ADR-ADDRESS(1)  TO  WRK-BR-ADDRESS1 (WRK-BR-INS).
           ADD     1           TO  WRK-BR-COUNT.
           IF      WRK-BR-COUNT    >   10
               IF      AM-FUNC-PREVPAGE
                   PERFORM VARYING WRK-BR-SUB FROM 1 BY 1
                           UNTIL   WRK-BR-SUB  >   10
                       MOVE    WRK-BR-ROW (WRK-BR-SUB + 1)
                                       TO  WRK-BR-ROW (WRK-BR-SUB)
                   END-PERFORM
               END-IF
               MOVE    10          TO  WRK-BR-COUNT
           END-IF.
      **************************************************************************
      *    組み上がった頁を呼出元へ返す。進む向きに 10 件を超える行が
      *    あれば同じ向きの続きが、手前に行があれば逆向きの頁がある。
       655-RETURN-PAGE          SECTION.
           MOVE    ZERO        TO  AM-BR-PICK.
           IF      WRK-BR-COUNT    =   ZERO
               SET     AM-RC-NOTFOUND  TO  TRUE
               EVALUATE    TRUE
                   WHEN    AM-FUNC-BROWSE
                       MOVE    SPACES      TO  AM-BR-FIRST-NAME
                       MOVE    SPACES      TO  AM-BR-LAST-NAME
                       MOVE   'N'          TO  AM-BR-MORE-PREV
                       MOVE   'N'          TO  AM-BR-MORE-NEXT
                       MOVE    ZERO        TO  AM-BR-COUNT
                       PERFORM VARYING WRK-BR-SUB FROM 1 BY 1
                               UNTIL   WRK-BR-SUB  >   10
                           MOVE    SPACES  TO  AM-BR-ROW (WRK-BR-SUB)
                       END-PERFORM
                       MOVE   'NO MEMBERS MATCH'   TO  AM-MSG
                   WHEN    AM-FUNC-NEXTPAGE
                       MOVE   'N'          TO  AM-BR-MORE-NEXT
                       MOVE   'NO MORE MEMBERS - LAST PAGE SHOWN'
                                           TO  AM-MSG
                   WHEN    OTHER
                       MOVE   'N'          TO  AM-BR-MORE-PREV
                       MOVE   'NO EARLIER MEMBERS - FIRST PAGE SHOWN'
                                           TO  AM-MSG
               END-EVALUATE
           ELSE
               SET     AM-RC-OK        TO  TRUE
               MOVE   'MEMBERS LISTED' TO  AM-MSG
               MOVE    WRK-BR-COUNT    TO  AM-BR-COUNT
               PERFORM VARYING WRK-BR-SUB FROM 1 BY 1
                       UNTIL   WRK-BR-SUB  >   10
                   IF      WRK-BR-SUB  >   WRK-BR-COUNT
                       MOVE    SPACES  TO  AM-BR-ROW (WRK-BR-SUB)
                   ELSE
                       MOVE    WRK-BR-NAME (WRK-BR-SUB)
                                       TO  AM-BR-NAME (WRK-BR-SUB)
                       MOVE    WRK-BR-TEL (WRK-BR-SUB)
                                       TO  AM-BR-TEL (WRK-BR-SUB)
                       MOVE    WRK-BR-HOME (WRK-BR-SUB)
                                       TO  AM-BR-ROW-HOME (WRK-BR-SUB)
                       MOVE    WRK-BR-ADDRESS1 (WRK-BR-SUB)
                                       TO  AM-BR-ADDRESS1 (WRK-BR-SUB)
                   END-IF
               END-PERFORM
               MOVE    WRK-BR-NAME (1) TO  AM-BR-FIRST-NAME
               MOVE    WRK-BR-NAME (WRK-BR-COUNT)  TO  AM-BR-LAST-NAME
               MOVE   'N'          TO  AM-BR-MORE-PREV
               MOVE   'N'          TO  AM-BR-MORE-NEXT
               IF      AM-FUNC-PREVPAGE
                   IF      CNT-BR-AHEAD    >   10
                       SET     AM-BR-MORE-PREV-YES TO  TRUE
                   END-IF
                   IF      CNT-BR-BEHIND   >   ZERO
                       SET     AM-BR-MORE-NEXT-YES TO  TRUE
                   END-IF
               ELSE
                   IF      CNT-BR-AHEAD    >   10
                       SET     AM-BR-MORE-NEXT-YES TO  TRUE
                   END-IF
                   IF      CNT-BR-BEHIND   >   ZERO
                       SET     AM-BR-MORE-PREV-YES TO  TRUE
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
      *    一覧の行番号で相手を選ばれたら、その行の名前を AM-NAME に
      *    移してから照会・変更へ進む。番号は使ったら 0 に戻す。
       690-TAKE-PICKED-ROW      SECTION.
           IF      AM-BR-PICK  NUMERIC
                   AND AM-BR-PICK  NOT =   ZERO
               IF      AM-BR-COUNT NOT NUMERIC
                       OR  AM-BR-PICK  >   AM-BR-COUNT
                       OR  AM-BR-PICK  >   10
                   SET     AM-RC-ERROR     TO  TRUE
                   MOVE   'ROW NUMBER NOT ON THIS PAGE'    TO  AM-MSG
               ELSE
                   MOVE    AM-BR-NAME (AM-BR-PICK) TO  AM-NAME
               END-IF
               MOVE    ZERO        TO  AM-BR-PICK
           END-IF.
      **************************************************************************
      *    照会結果を確認イメージにも控え、端末がそのまま変更を投げて
      *    くれば自動的に突合付き更新になるようにする。
       320-SAVE-CHECK-IMAGE     SECTION.
               MOVE    ADR-ADDRESS (WRK-ADDR-SUB)
                       TO  AM-C-ADDRESS (WRK-ADDR-SUB)
           END-PERFORM.
      **************************************************************************
      *    書き換えで住所が変わった種別の宛先不達印を消す。更新前の
      *    住所は 440 でジャーナル用に控えた WRK-JR-B-* と比べる。自宅
      *    は 3 行と郵便番号、タグ付き住所は同じ種別の最初の枠どうしを
      *    比べる（枠の追加・削除・並べ替えも変更とみなす）。
       330-CLEAR-UNDELIV        SECTION.
           SET     FLG-UD-CLEARED-NO   TO  TRUE.
           IF      ADR-ADDRESS(1)  NOT =   WRK-JR-B-ADDRESS(1)
                   OR  ADR-ADDRESS(2)  NOT =   WRK-JR-B-ADDRESS(2)
                   OR  ADR-ADDRESS(3)  NOT =   WRK-JR-B-ADDRESS(3)
                   OR  ADR-POSTAL      NOT =   WRK-JR-B-POSTAL
               MOVE    1           TO  WRK-UD-SUB
               PERFORM 332-RESET-UNDELIV
           END-IF.
           MOVE   'W'          TO  WRK-UD-TYPE.
           MOVE    2           TO  WRK-UD-SUB.
           PERFORM 331-COMPARE-TAGGED.
           MOVE   'E'          TO  WRK-UD-TYPE.
           MOVE    3           TO  WRK-UD-SUB.
           PERFORM 331-COMPARE-TAGGED.
      **************************************************************************
      *    枠は後ろから見るので、同じ種別が 2 枠あれば最初の枠が残る。
       331-COMPARE-TAGGED       SECTION.
           MOVE    SPACES      TO  WRK-UD-BEFORE.
           MOVE    SPACES      TO  WRK-UD-AFTER.
           PERFORM VARYING WRK-XADDR-SUB FROM 2 BY -1
                   UNTIL   WRK-XADDR-SUB   <   1
               IF      WRK-XADDR-SUB   <=  WRK-JR-B-XADDR-COUNT
                       AND WRK-JR-B-XADDR-ENTRY (WRK-XADDR-SUB) (1:1)
                                       =   WRK-UD-TYPE
                   MOVE    WRK-JR-B-XADDR-ENTRY (WRK-XADDR-SUB)
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
               PERFORM 332-RESET-UNDELIV
           END-IF.
      **************************************************************************
       332-RESET-UNDELIV        SECTION.
           IF      ADR-UNDELIV-YES (WRK-UD-SUB)
               MOVE    SPACE       TO  ADR-UNDELIV-FLAG (WRK-UD-SUB)
               MOVE    ZERO        TO  ADR-UNDELIV-DATE (WRK-UD-SUB)
               SET     FLG-UD-CLEARED-YES  TO  TRUE
           END-IF.
      **************************************************************************
       210-MOVE-AM-ADDR-TO-ADR  SECTION.
           MOVE    AM-ADDRESS(1)   TO  ADR-ADDRESS(1).
               AT  END
                   SET     FLG-PC-EOF-YES  TO  TRUE
           END-READ.
      **************************************************************************
      *    HOME の実在・開設中確認。マスタが無ければ検証できないので
      *    そのまま通す（郵便番号と同じ扱い）。
       770-CHECK-HOME           SECTION.
           SET     FLG-HOME-CHK-OK TO  TRUE.
           OPEN    INPUT
               HOME-FILE.
           IF      WRK-HOME-STATUS =   '00'
               SET     FLG-HOME-CHK-UNKNOWN    TO  TRUE
               SET     FLG-HM-EOF-NO       TO  TRUE
               PERFORM 780-READ-HOME
               PERFORM UNTIL   FLG-HM-EOF-YES
                       OR  NOT FLG-HOME-CHK-UNKNOWN
                   IF      HM-HOME =   AM-HOME
                       IF      HM-STATUS-CLOSED
                           SET     FLG-HOME-CHK-CLOSED TO  TRUE
                       ELSE
                           SET     FLG-HOME-CHK-OK     TO  TRUE
                       END-IF
                   ELSE
                       PERFORM 780-READ-HOME
                   END-IF
               END-PERFORM
               CLOSE   HOME-FILE
           ELSE
               IF      WRK-HOME-STATUS =   '05'
                   CLOSE   HOME-FILE
               END-IF
           END-IF.
      **************************************************************************
       780-READ-HOME            SECTION.
           READ    HOME-FILE
               AT  END
                   SET     FLG-HM-EOF-YES  TO  TRUE
           END-READ.
      **************************************************************************
       790-SET-HOME-ERROR       SECTION.
           SET     AM-RC-HOME      TO  TRUE.
           IF      FLG-HOME-CHK-CLOSED
               MOVE   'HOME OFFICE IS CLOSED'  TO  AM-MSG
           ELSE
               MOVE   'HOME CODE NOT ON MASTER'    TO  AM-MSG
           END-IF.
      **************************************************************************
       800-DBSTART              SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
                   OR  ADR-XADDR-COUNT > 2
               MOVE    ZERO        TO  ADR-XADDR-COUNT
           END-IF.
      **************************************************************************
      *    一覧は HOME グループ選択の ADRSMAIL パスを総なめする。
       800-DBSELECT-ADRS-MAIL   SECTION.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL   TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       800-DBFETCH-ADRS-MAIL    SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
           INITIALIZE  ADRS.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       800-DBINSERT-ADRS        SECTION.
           MOVE   'DBINSERT'   TO  MCP-FUNC.
