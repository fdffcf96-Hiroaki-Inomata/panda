      *                     パスでも重複側を確かめるように順序を変更。
      *                     中途半端な統合（更新済み・削除未了）を
      *                     拒否扱いにしない
      *   26.10.15  ....    ジャーナルに TOLL・ADR-XADDR・郵便番号の
      *                     前後イメージを追加
      *   26.10.15  ....    残す側の HOME を事務所マスタ homemast と
      *                     突き合わせ、無い符号・閉鎖済みの符号への
      *                     統合を拒否する
      *   26.10.15  ....    ジャーナルに宛先不達印 ADR-UNDELIV の前後
      *                     イメージを追加
      ******************************************************************
      * ADRSAUDT が DUPNAME で報告する「同じ ADR-NAME が複数の HOME
      * グループに居る」例外を解消する統合バッチ。指示ファイル adrsmdir
      * 両方の行の前後イメージを履歴形式（ADRSHIST）で mergehist へ
      * 追記し、ADRSRECN で独立に検証できるようにする。結果は全件
      * adrsmerg に書く。DUPNAME の一覧をそのまま指示ファイルに起こせば
      * 1 回の実行で全件を処理できる。残す側の HOME が事務所マスタ
      * homemast に無いか閉鎖済みの指示は何も触らずに拒否する（重複側
      * の HOME は打ち間違いのグループであることが多いので問わない）。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
               ASSIGN  TO  "chgjrnl"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    HOME（事務所）マスタ。無ければ HOME の検証は行わない。
           SELECT  OPTIONAL  HOME-FILE
               ASSIGN  TO  "homemast"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  DIRECTIVE-FILE.
       COPY    ADRSARCH.
       FD  JOURNAL-FILE.
       COPY    ADRSJRNL.
       FD  HOME-FILE.
       COPY    ADRSHOME.
       WORKING-STORAGE         SECTION.
       01  WRK-STAMP.
           02  WRK-DATE        PIC 9(8).
           02  FLG-FOUND   PIC 9.
               88  FLG-FOUND-YES   VALUE 1.
               88  FLG-FOUND-NO    VALUE 0.
           02  FLG-HM-EOF  PIC 9.
               88  FLG-HM-EOF-YES  VALUE 1.
               88  FLG-HM-EOF-NO   VALUE 0.
           02  FLG-HOME-FOUND  PIC 9.
               88  FLG-HOME-FOUND-YES  VALUE 1.
               88  FLG-HOME-FOUND-NO   VALUE 0.
           02  FLG-SV-HOME-OK  PIC 9.
               88  FLG-SV-HOME-OK-YES  VALUE 1.
               88  FLG-SV-HOME-OK-NO   VALUE 0.
       01  CNT-READ    PIC S9(9)   BINARY.
       01  CNT-MERGED  PIC S9(9)   BINARY.
       01  CNT-REJECT  PIC S9(9)   BINARY.
       01  WRK-FIND-HOME   PIC X(8).
       01  WRK-XADDR-SUB   PIC S9(4)   BINARY.
       01  WRK-LINE-SUB    PIC S9(4)   BINARY.
      *    事務所マスタの控え。空（ファイル無し）なら HOME の検証は
      *    しない。
       01  HOME-MAX            PIC S9(4)   BINARY  VALUE 500.
       01  HOME-COUNT          PIC S9(4)   BINARY.
       01  HOME-TABLE.
           02  HOME-ENTRY      OCCURS  500  TIMES
                               INDEXED BY  HT-IX.
               03  HT-HOME         PIC X(8).
               03  HT-NAME         PIC X(20).
               03  HT-STATUS       PIC X.
                   88  HT-STATUS-CLOSED    VALUE 'C'.
       01  WRK-HT-SUB          PIC S9(4)   BINARY.
      *    重複側・残す側の行イメージの控え。DB-ADRS と同じ並び。
       01  WRK-DUP-ADRS        PIC X(268).
       01  WRK-DUP-ADRS-R  REDEFINES   WRK-DUP-ADRS.
           02  WDU-NAME        PIC X(20).
           02  WDU-TEL         PIC X(13).
               03  WDU-XADDR-LINE      OCCURS  3  TIMES
                                       PIC X(20).
           02  WDU-POSTAL      PIC X(8).
           02  WDU-UNDELIV     PIC X(27).
       01  WRK-SV-BEFORE.
           02  WSV-TEL         PIC X(13).
           02  WSV-WEIGHT      PIC 9(3)V9.
           02  WSV-ADDRESS     OCCURS  3  TIMES  PIC X(20).
      *    畳み込みで書き換わる XADDR を含め、ジャーナルの更新前
      *    イメージ用に控える。
       01  WRK-SV-EXTRA.
           02  WSV-TOLL        PIC 9(4)V9.
           02  WSV-XADDR-COUNT PIC 9(1).
           02  WSV-XADDR-ENTRY OCCURS  2  TIMES  PIC X(61).
           02  WSV-POSTAL      PIC X(8).
           02  WSV-UNDELIV     PIC X(27).
       01  WRK-SUMMARY.
           02  WRK-SUM-READ    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-MERGED  PIC ZZZ,ZZZ,ZZ9.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           PERFORM 015-LOAD-HOMES.
           PERFORM 800-DBOPEN.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBSTART.
           PERFORM 820-ABORT-CHECK.
           PERFORM 101-READ-DIRECTIVE.
      **************************************************************************
       015-LOAD-HOMES          SECTION.
           MOVE    ZERO        TO  HOME-COUNT.
           SET     FLG-HM-EOF-NO   TO  TRUE.
           OPEN    INPUT
               HOME-FILE.
           PERFORM 016-READ-HOME.
           PERFORM 017-STORE-HOME
                   UNTIL   FLG-HM-EOF-YES.
           CLOSE   HOME-FILE.
           IF      HOME-COUNT  =   ZERO
               DISPLAY '*** ADRSMERG: NO HOME MASTER -'
                       ' HOME CODES NOT VERIFIED'
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
       016-READ-HOME           SECTION.
           READ    HOME-FILE
               AT  END
                   SET     FLG-HM-EOF-YES  TO  TRUE
           END-READ.
      **************************************************************************
       017-STORE-HOME          SECTION.
           IF      HOME-COUNT  >=  HOME-MAX
               DISPLAY '*** ADRSMERG: MORE THAN ' HOME-MAX
                       ' HOME OFFICES - ENLARGE TABLE'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           ADD     1           TO  HOME-COUNT.
           SET     HT-IX       TO  HOME-COUNT.
           MOVE    HM-HOME     TO  HT-HOME (HT-IX).
           MOVE    HM-NAME     TO  HT-NAME (HT-IX).
           MOVE    HM-STATUS   TO  HT-STATUS (HT-IX).
           PERFORM 016-READ-HOME.
      **************************************************************************
       101-READ-DIRECTIVE      SECTION.
           READ    DIRECTIVE-FILE
               MOVE   'SAME ROW, SKIPPED'  TO  EDT-DT-RESULT
               PERFORM 130-WRITE-RESULT
           ELSE
               PERFORM 720-CHECK-SV-HOME
               IF      FLG-SV-HOME-OK-NO
                   ADD     1           TO  CNT-REJECT
                   PERFORM 130-WRITE-RESULT
               ELSE
                   MOVE    DIR-DP-NAME TO  WRK-FIND-NAME
                   MOVE    DIR-DP-HOME TO  WRK-FIND-HOME
                   PERFORM 710-FIND-ROW-BY-HOME
                   IF      FLG-FOUND-NO
                       ADD     1           TO  CNT-REJECT
                       MOVE   'DUP NOT FOUND'      TO  EDT-DT-RESULT
                       PERFORM 130-WRITE-RESULT
                   ELSE
                       MOVE    ADRS        TO  WRK-DUP-ADRS
      *    残す側を書き換える前に、削除に使う ADRSNAME パスでも重複側
      *    が引き当たることを確かめる。ここで駄目なら何も触らずに
      *    済む（途中で判明すると統合が中途半端に残る）。
                       PERFORM 145-LOCATE-DUP-ON-NAME
                       IF      FLG-FOUND-NO
                           ADD     1           TO  CNT-REJECT
                           MOVE   'DUP NOT ON NAME PATH'
                                               TO  EDT-DT-RESULT
                           PERFORM 130-WRITE-RESULT
                       ELSE
                           MOVE    DIR-SV-NAME TO  WRK-FIND-NAME
                           MOVE    DIR-SV-HOME TO  WRK-FIND-HOME
                           PERFORM 710-FIND-ROW-BY-HOME
                           IF      FLG-FOUND-NO
                               ADD     1           TO  CNT-REJECT
                               MOVE   'SURVIVOR NOT FOUND'
                                                   TO  EDT-DT-RESULT
                               PERFORM 130-WRITE-RESULT
                           ELSE
                               PERFORM 110-MERGE-AND-APPLY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE    ADR-ADDRESS(1)  TO  WSV-ADDRESS(1).
           MOVE    ADR-ADDRESS(2)  TO  WSV-ADDRESS(2).
           MOVE    ADR-ADDRESS(3)  TO  WSV-ADDRESS(3).
           MOVE    ADR-TOLL        TO  WSV-TOLL.
           MOVE    ADR-XADDR-COUNT TO  WSV-XADDR-COUNT.
           MOVE    ADR-XADDR-ENTRY (1) TO  WSV-XADDR-ENTRY (1).
           MOVE    ADR-XADDR-ENTRY (2) TO  WSV-XADDR-ENTRY (2).
           MOVE    ADR-POSTAL      TO  WSV-POSTAL.
           MOVE    ADR-UNDELIV     TO  WSV-UNDELIV.
           PERFORM 120-FOLD-DUP-ADDRESSES.
           PERFORM 800-DBUPDATE-ADRS.
           PERFORM 820-ABORT-CHECK.
           SET     JRNL-ACTION-CHANGE  TO  TRUE.
           MOVE    ADR-HOME    TO  JRNL-B-HOME.
           MOVE    ADR-HOME    TO  JRNL-A-HOME.
           MOVE    WRK-SV-EXTRA        TO  JRNL-B-EXTRA.
           MOVE    ADR-TOLL            TO  JRNL-A-TOLL.
           MOVE    ADR-XADDR-COUNT     TO  JRNL-A-XADDR-COUNT.
           MOVE    ADR-XADDR-ENTRY (1) TO  JRNL-A-XADDR-ENTRY (1).
           MOVE    ADR-XADDR-ENTRY (2) TO  JRNL-A-XADDR-ENTRY (2).
           MOVE    ADR-POSTAL          TO  JRNL-A-POSTAL.
           MOVE    ADR-UNDELIV         TO  JRNL-A-UNDELIV.
           PERFORM 170-WRITE-JOURNAL.
      **************************************************************************
      *    重複側を名前直引きの ADRSNAME パスで引き当てる。同じ名前の
           SET     JRNL-ACTION-DELETE  TO  TRUE.
           MOVE    WDU-HOME    TO  JRNL-B-HOME.
           MOVE    SPACES      TO  JRNL-A-HOME.
           MOVE    WDU-TOLL            TO  JRNL-B-TOLL.
           MOVE    WDU-XADDR-COUNT     TO  JRNL-B-XADDR-COUNT.
           MOVE    WDU-XADDR-ENTRY (1) TO  JRNL-B-XADDR-ENTRY (1).
           MOVE    WDU-XADDR-ENTRY (2) TO  JRNL-B-XADDR-ENTRY (2).
           MOVE    WDU-POSTAL          TO  JRNL-B-POSTAL.
           MOVE    WDU-UNDELIV         TO  JRNL-B-UNDELIV.
           MOVE    SPACES      TO  JRNL-A-EXTRA.
           MOVE    ZERO        TO  JRNL-A-TOLL.
           MOVE    ZERO        TO  JRNL-A-XADDR-COUNT.
           PERFORM 170-WRITE-JOURNAL.
      **************************************************************************
      *    履歴と同じ前後イメージを共有変更ジャーナルへも残す。
                   PERFORM 800-DBFETCH-ADRS
               END-IF
           END-PERFORM.
      **************************************************************************
      *    残す側の HOME が事務所マスタに開設中で載っているか。統合後
      *    の会員は残す側の HOME に居続けるので、無い符号や閉鎖済みの
      *    事務所へは統合しない。
       720-CHECK-SV-HOME       SECTION.
           SET     FLG-SV-HOME-OK-YES  TO  TRUE.
           IF      HOME-COUNT  >   ZERO
               SET     FLG-HOME-FOUND-NO   TO  TRUE
               PERFORM VARYING WRK-HT-SUB FROM 1 BY 1
                       UNTIL   WRK-HT-SUB  >   HOME-COUNT
                           OR  FLG-HOME-FOUND-YES
                   SET     HT-IX       TO  WRK-HT-SUB
                   IF      HT-HOME (HT-IX) =   DIR-SV-HOME
                       SET     FLG-HOME-FOUND-YES  TO  TRUE
                   END-IF
               END-PERFORM
               IF      FLG-HOME-FOUND-NO
                   SET     FLG-SV-HOME-OK-NO   TO  TRUE
                   MOVE   'SV HOME NOT ON MASTER'  TO  EDT-DT-RESULT
               ELSE
                   IF      HT-STATUS-CLOSED (HT-IX)
                       SET     FLG-SV-HOME-OK-NO   TO  TRUE
                       MOVE   'SV HOME OFFICE CLOSED'
                                               TO  EDT-DT-RESULT
                   END-IF
               END-IF
           END-IF.
      **************************************************************************
       800-DBOPEN              SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
