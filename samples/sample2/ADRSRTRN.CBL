       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSRTRN.
      ******************************************************************
      * PANDA -- a simple transaction monitor
      *
      * Copyright (C) 2000-2002 Ogochan & JMA (Japan Medical Association).
      *
      * This module is part of PANDA.
      *
      *     PANDA is distributed in the hope that it will be useful, but
      * WITHOUT ANY WARRANTY.  No author or distributor accepts
      * responsibility to anyone for the consequences of using it or for
      * whether it serves any particular purpose or works at all, unless
      * he says so in writing.
      * Refer to the GNU General Public License for full details.
      *
      *     Everyone is granted permission to copy, modify and
      * redistribute PANDA, but only under the conditions described in
      * the GNU General Public License.  A copy of this license is
      * supposed to have been given to you along with PANDA so you can
      * know your rights and responsibilities.  It should be in a file
      * named COPYING.  Among other things, the copyright notice and
      * this notice must be preserved on all copies.
      *   システム名      ：PANDA TPモニタ
      *   サブシステム名  ：デモ
      *   コンポーネント名：返送郵便受付バッチ
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成
      ******************************************************************
      * 宛先不明で戻ってきた郵便を受け付けるバッチ。返送一覧 rtnmail
      * （1 行＝名前・宛先種別 H／W／E・返送理由・HOME）を読み、
      * 会員を ADRSNAME パスで引き当てて、その種別の住所に宛先不達印
      * ADR-UNDELIV（印と実行日）を付ける。W／E は同じ種別の最初の
      * タグ付き住所を指す。
      *   - HOME を空けた行は、同じ名前の会員が 1 人だけのときに限り
      *     受け付ける（複数居れば AMBIGUOUS として拒否）
      *   - 種別が H／W／E 以外、その種別の住所が無い会員は拒否
      *   - 既に印の付いた住所は ALREADY として数えるだけ
      * 印を付けた行は共有変更ジャーナル chgjrnl へ前後イメージを
      * 書く。印の付いた住所は ADRSLBL・ADRSDUN が宛先に使わず、
      * ADRSMNT／ADRSLOAD でその住所を書き換えると消える。
      * 結果は全件 adrsrtrn に書き、新たに印を付けた会員は HOME
      * （事務所）別・名前順の確認依頼一覧 rtnwork に出す。一覧には
      * 事務所マスタ homemast の事務所名と、印の無い住所がまだ残って
      * いるか（残っていればその種別）を刷るので、各事務所は会員に
      * 連絡して新しい住所を ADRSMNT で入れる。拒否があれば終了
      * コード 4。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  RETURN-FILE
               ASSIGN  TO  "rtnmail"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  REPORT-FILE
               ASSIGN  TO  "adrsrtrn"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    HOME（事務所）別の確認依頼一覧。
           SELECT  WORKLIST-FILE
               ASSIGN  TO  "rtnwork"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    行を触る全プログラム共有の変更ジャーナル。ADRSJINQ が
      *    会員別に照会する。
           SELECT  OPTIONAL  JOURNAL-FILE
               ASSIGN  TO  "chgjrnl"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    HOME（事務所）マスタ。無ければ一覧に事務所名を刷らない。
           SELECT  OPTIONAL  HOME-FILE
               ASSIGN  TO  "homemast"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  SORT-FILE
               ASSIGN  TO  "rtnsort".
       DATA                DIVISION.
       FILE                    SECTION.
       FD  RETURN-FILE.
       01  RETURN-REC.
           02  RTN-NAME        PIC X(20).
           02  FILLER          PIC X.
           02  RTN-TYPE        PIC X.
           02  FILLER          PIC X.
           02  RTN-REASON      PIC X(20).
           02  FILLER          PIC X.
           02  RTN-HOME        PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(132).
       FD  WORKLIST-FILE.
       01  WORKLIST-REC        PIC X(132).
       FD  JOURNAL-FILE.
       COPY    ADRSJRNL.
       FD  HOME-FILE.
       COPY    ADRSHOME.
       SD  SORT-FILE.
       01  SORT-REC.
           02  SW-HOME         PIC X(8).
           02  SW-NAME         PIC X(20).
           02  SW-TEL          PIC X(13).
           02  SW-TYPE         PIC X.
           02  SW-REASON       PIC X(20).
      *    印の無い住所が残っていればその種別（H・W・E の順で最初の
      *    もの）、無ければ空白。
           02  SW-NEXT         PIC X.
       WORKING-STORAGE         SECTION.
       01  WRK-STAMP.
           02  WRK-DATE        PIC 9(8).
           02  WRK-TIME        PIC 9(8).
           02  WRK-TIME-X      REDEFINES  WRK-TIME    PIC X(8).
       01  FLG.
           02  FLG-EOF     PIC 9.
               88  FLG-EOF-YES     VALUE 1.
               88  FLG-EOF-NO      VALUE 0.
           02  FLG-SORT-EOF    PIC 9.
               88  FLG-SORT-EOF-YES    VALUE 1.
               88  FLG-SORT-EOF-NO     VALUE 0.
           02  FLG-FOUND   PIC 9.
               88  FLG-FOUND-YES   VALUE 1.
               88  FLG-FOUND-NO    VALUE 0.
           02  FLG-TAG-FOUND   PIC 9.
               88  FLG-TAG-FOUND-YES   VALUE 1.
               88  FLG-TAG-FOUND-NO    VALUE 0.
           02  FLG-HM-EOF  PIC 9.
               88  FLG-HM-EOF-YES  VALUE 1.
               88  FLG-HM-EOF-NO   VALUE 0.
           02  FLG-HOME-FOUND  PIC 9.
               88  FLG-HOME-FOUND-YES  VALUE 1.
               88  FLG-HOME-FOUND-NO   VALUE 0.
       01  CNT-READ    PIC S9(9)   BINARY.
       01  CNT-MARKED  PIC S9(9)   BINARY.
       01  CNT-ALREADY PIC S9(9)   BINARY.
       01  CNT-REJECT  PIC S9(9)   BINARY.
       01  CNT-MATCH   PIC S9(9)   BINARY.
       01  CNT-GROUP   PIC S9(9)   BINARY.
       01  WRK-XADDR-SUB   PIC S9(4)   BINARY.
      *    宛先不達印の枠（1＝H、2＝W、3＝E）と、調べる住所の種別。
       01  WRK-UD-SUB      PIC S9(4)   BINARY.
       01  WRK-UD-KINDS    PIC X(3)    VALUE  'HWE'.
       01  WRK-CAND-SUB    PIC S9(4)   BINARY.
       01  WRK-CAND-TYPE   PIC X.
       01  WRK-NEXT-TYPE   PIC X.
       01  WRK-OLD-UNDELIV PIC X(27).
       01  WRK-PREV-HOME   PIC X(8).
       01  WRK-OFFICE-NAME PIC X(20).
      *    事務所マスタの控え。空（ファイル無し）なら事務所名は空白。
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
       01  WRK-SUMMARY.
           02  WRK-SUM-READ    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-MARKED  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-ALREADY PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-REJECT  PIC ZZZ,ZZZ,ZZ9.
      *
       01  EDT.
           02  EDT-HEAD1.
             03  FILLER      PIC X(36)   VALUE
                 'ADRSRTRN  RETURNED MAIL INTAKE DATE='.
             03  EDT-HD-DATE     PIC 9(8).
             03  FILLER      PIC X(88)   VALUE  SPACES.
           02  EDT-DETAIL.
             03  EDT-DT-NAME     PIC X(20).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-HOME     PIC X(8).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-TYPE     PIC X.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-REASON   PIC X(20).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-DT-RESULT   PIC X(24).
             03  FILLER          PIC X(55)   VALUE  SPACES.
           02  EDT-TOTAL.
             03  EDT-TOT-LABEL   PIC X(12).
             03  EDT-TOT-COUNT   PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(109)  VALUE  SPACES.
           02  EDT-WK-HEAD1.
             03  FILLER      PIC X(36)   VALUE
                 'ADRSRTRN  RETURNED MAIL WORKLIST    '.
             03  FILLER      PIC X(5)    VALUE  'DATE='.
             03  EDT-WH-DATE     PIC 9(8).
             03  FILLER      PIC X(83)   VALUE  SPACES.
           02  EDT-GRPHEAD.
             03  FILLER          PIC X(5)    VALUE  'HOME '.
             03  EDT-GH-HOME     PIC X(8).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-GH-OFFICE   PIC X(20).
             03  FILLER          PIC X(98)   VALUE  SPACES.
           02  EDT-WK-DETAIL.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-WD-NAME     PIC X(20).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-WD-TEL      PIC X(13).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-WD-TYPE     PIC X.
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-WD-REASON   PIC X(20).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-WD-NEXT     PIC X(24).
             03  FILLER          PIC X(48)   VALUE  SPACES.
           02  EDT-GRPTOTAL.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  FILLER          PIC X(10)   VALUE  'RETURNED ='.
             03  EDT-GT-COUNT    PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(109)  VALUE  SPACES.
      *
       COPY    DBPATH.
       COPY    DB-META.
       COPY    DB-ADRS.
       COPY    MCPAREA.
      **************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           DISPLAY    '*** ADRSRTRN'
               UPON    CONSOLE.
      *
           PERFORM 010-INIT.
      *    受付しながら印を付けた会員を整列へ渡し、HOME・名前順に
      *    確認依頼一覧を書く。
           SORT    SORT-FILE
               ON  ASCENDING   KEY SW-HOME
                                   SW-NAME
               INPUT   PROCEDURE   100-TAKE-RETURNS
               OUTPUT  PROCEDURE   200-WRITE-WORKLIST.
           PERFORM 090-FINISH.
      *
           STOP    RUN.
      **************************************************************************
       010-INIT                SECTION.
           MOVE    ZERO        TO  CNT-READ.
           MOVE    ZERO        TO  CNT-MARKED.
           MOVE    ZERO        TO  CNT-ALREADY.
           MOVE    ZERO        TO  CNT-REJECT.
           SET     FLG-EOF-NO  TO  TRUE.
           OPEN    INPUT
               RETURN-FILE.
           OPEN    OUTPUT
               REPORT-FILE.
           OPEN    OUTPUT
               WORKLIST-FILE.
           OPEN    EXTEND
               JOURNAL-FILE.
           ACCEPT  WRK-DATE    FROM    DATE YYYYMMDD.
           ACCEPT  WRK-TIME    FROM    TIME.
           MOVE    WRK-DATE    TO  EDT-HD-DATE.
           MOVE    EDT-HEAD1   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           PERFORM 015-LOAD-HOMES.
           PERFORM 800-DBOPEN.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBSTART.
           PERFORM 820-ABORT-CHECK.
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
               DISPLAY '*** ADRSRTRN: NO HOME MASTER -'
                       ' OFFICE NAMES NOT PRINTED'
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
               DISPLAY '*** ADRSRTRN: MORE THAN ' HOME-MAX
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
       090-FINISH              SECTION.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE   'MARKED'     TO  EDT-TOT-LABEL.
           MOVE    CNT-MARKED  TO  EDT-TOT-COUNT.
           MOVE    EDT-TOTAL   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE   'ALREADY'    TO  EDT-TOT-LABEL.
           MOVE    CNT-ALREADY TO  EDT-TOT-COUNT.
           MOVE    EDT-TOTAL   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE   'REJECTED'   TO  EDT-TOT-LABEL.
           MOVE    CNT-REJECT  TO  EDT-TOT-COUNT.
           MOVE    EDT-TOTAL   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    CNT-READ    TO  WRK-SUM-READ.
           MOVE    CNT-MARKED  TO  WRK-SUM-MARKED.
           MOVE    CNT-ALREADY TO  WRK-SUM-ALREADY.
           MOVE    CNT-REJECT  TO  WRK-SUM-REJECT.
           DISPLAY '*** ADRSRTRN SUMMARY  READ='  WRK-SUM-READ
                   '  MARKED='  WRK-SUM-MARKED
                   '  ALREADY='  WRK-SUM-ALREADY
                   '  REJECTED='  WRK-SUM-REJECT
               UPON    CONSOLE.
           PERFORM 800-DBCOMMIT.
           PERFORM 800-DBDISCONNECT.
      *
           CLOSE
               RETURN-FILE
               REPORT-FILE
               WORKLIST-FILE
               JOURNAL-FILE.
           IF      CNT-REJECT  >   ZERO
               MOVE    4           TO  RETURN-CODE
           END-IF.
      **************************************************************************
       100-TAKE-RETURNS        SECTION.
           PERFORM 101-READ-RETURN.
           PERFORM 110-TAKE-ONE-RETURN
                   UNTIL   FLG-EOF-YES.
      **************************************************************************
       101-READ-RETURN         SECTION.
           READ    RETURN-FILE
               AT  END
                   SET     FLG-EOF-YES     TO  TRUE
           END-READ.
      **************************************************************************
      *    返送 1 行分。名前（と HOME）で会員が 1 人に決まったときだけ
      *    印を付ける。
       110-TAKE-ONE-RETURN     SECTION.
           ADD     1           TO  CNT-READ.
           MOVE    RTN-HOME    TO  EDT-DT-HOME.
           EVALUATE    RTN-TYPE
               WHEN   'H'
                   MOVE    1           TO  WRK-UD-SUB
               WHEN   'W'
                   MOVE    2           TO  WRK-UD-SUB
               WHEN   'E'
                   MOVE    3           TO  WRK-UD-SUB
               WHEN    OTHER
                   MOVE    ZERO        TO  WRK-UD-SUB
           END-EVALUATE.
           IF      RTN-NAME    =   SPACES
               ADD     1           TO  CNT-REJECT
               MOVE   'NAME MISSING'   TO  EDT-DT-RESULT
           ELSE
             IF      WRK-UD-SUB  =   ZERO
               ADD     1           TO  CNT-REJECT
               MOVE   'INVALID ADDRESS TYPE'   TO  EDT-DT-RESULT
             ELSE
               PERFORM 120-COUNT-MATCHES
               IF      CNT-MATCH   =   ZERO
                   ADD     1           TO  CNT-REJECT
                   MOVE   'NOT FOUND'  TO  EDT-DT-RESULT
               ELSE
                   IF      CNT-MATCH   >   1
                       ADD     1           TO  CNT-REJECT
                       MOVE   'AMBIGUOUS - GIVE HOME'
                                           TO  EDT-DT-RESULT
                   ELSE
                       PERFORM 130-LOCATE-MATCH
                       IF      FLG-FOUND-NO
                           ADD     1           TO  CNT-REJECT
                           MOVE   'NOT FOUND'  TO  EDT-DT-RESULT
                       ELSE
                           MOVE    ADR-HOME    TO  EDT-DT-HOME
                           PERFORM 140-MARK-ADDRESS
                       END-IF
                   END-IF
               END-IF
             END-IF
           END-IF.
           PERFORM 150-WRITE-RESULT.
           PERFORM 101-READ-RETURN.
      **************************************************************************
      *    名前直引きの ADRSNAME パスで、名前（HOME 指定があれば HOME
      *    も）が一致する行を数える。
       120-COUNT-MATCHES       SECTION.
           INITIALIZE  ADRS.
           MOVE    RTN-NAME    TO  ADR-NAME.
           PERFORM 800-DBSELECT-ADRS-NAME.
           PERFORM 820-ABORT-CHECK.
           MOVE    ZERO        TO  CNT-MATCH.
           PERFORM 800-DBFETCH-ADRS-NAME.
           PERFORM UNTIL   MCP-RC-EOF
               PERFORM 820-ABORT-CHECK
               IF      ADR-NAME    =   RTN-NAME
                       AND ( RTN-HOME  =   SPACES
                          OR ADR-HOME  =   RTN-HOME )
                   ADD     1           TO  CNT-MATCH
               END-IF
               PERFORM 800-DBFETCH-ADRS-NAME
           END-PERFORM.
      **************************************************************************
      *    1 人に決まった会員を引き直し、ADRSNAME パスのカレントに
      *    置く（数えるときに読み切っているため）。
       130-LOCATE-MATCH        SECTION.
           INITIALIZE  ADRS.
           MOVE    RTN-NAME    TO  ADR-NAME.
           PERFORM 800-DBSELECT-ADRS-NAME.
           PERFORM 820-ABORT-CHECK.
           SET     FLG-FOUND-NO    TO  TRUE.
           PERFORM 800-DBFETCH-ADRS-NAME.
           PERFORM UNTIL   FLG-FOUND-YES
                   OR  MCP-RC-EOF
               PERFORM 820-ABORT-CHECK
               IF      ADR-NAME    =   RTN-NAME
                       AND ( RTN-HOME  =   SPACES
                          OR ADR-HOME  =   RTN-HOME )
                   SET     FLG-FOUND-YES   TO  TRUE
               ELSE
                   PERFORM 800-DBFETCH-ADRS-NAME
               END-IF
           END-PERFORM.
      **************************************************************************
      *    指定種別の住所に印と実行日を付けて更新する。W／E はその
      *    種別のタグ付き住所が無ければ拒否。
       140-MARK-ADDRESS        SECTION.
           MOVE    RTN-TYPE    TO  WRK-CAND-TYPE.
           PERFORM 160-FIND-TAGGED.
           IF      FLG-TAG-FOUND-NO
               ADD     1           TO  CNT-REJECT
               MOVE   'NO   ADDRESS ON FILE'   TO  EDT-DT-RESULT
               MOVE    RTN-TYPE    TO  EDT-DT-RESULT (4 : 1)
           ELSE
               IF      ADR-UNDELIV-YES (WRK-UD-SUB)
                   ADD     1           TO  CNT-ALREADY
                   MOVE   'ALREADY MARKED' TO  EDT-DT-RESULT
               ELSE
                   MOVE    ADR-UNDELIV TO  WRK-OLD-UNDELIV
                   MOVE   'Y'          TO  ADR-UNDELIV-FLAG (WRK-UD-SUB)
                   MOVE    WRK-DATE    TO  ADR-UNDELIV-DATE (WRK-UD-SUB)
                   PERFORM 800-DBUPDATE-ADRS-NAME
                   PERFORM 820-ABORT-CHECK
                   PERFORM 170-WRITE-JOURNAL
                   ADD     1           TO  CNT-MARKED
                   MOVE   'MARKED UNDELIVERABLE'   TO  EDT-DT-RESULT
                   PERFORM 145-RELEASE-WORK
               END-IF
           END-IF.
      **************************************************************************
      *    確認依頼一覧の 1 行。印を付けた後の行で、まだ使える住所が
      *    残っているかを H・W・E の順に調べる。
       145-RELEASE-WORK        SECTION.
           MOVE    SPACES      TO  SORT-REC.
           MOVE    ADR-HOME    TO  SW-HOME.
           MOVE    ADR-NAME    TO  SW-NAME.
           MOVE    ADR-TEL     TO  SW-TEL.
           MOVE    RTN-TYPE    TO  SW-TYPE.
           MOVE    RTN-REASON  TO  SW-REASON.
           MOVE    SPACE       TO  WRK-NEXT-TYPE.
           PERFORM VARYING WRK-CAND-SUB FROM 1 BY 1
                   UNTIL   WRK-CAND-SUB    >   3
                       OR  WRK-NEXT-TYPE   NOT =   SPACE
               MOVE    WRK-UD-KINDS (WRK-CAND-SUB : 1)
                                   TO  WRK-CAND-TYPE
               PERFORM 160-FIND-TAGGED
               IF      FLG-TAG-FOUND-YES
                       AND NOT ADR-UNDELIV-YES (WRK-CAND-SUB)
                   MOVE    WRK-CAND-TYPE   TO  WRK-NEXT-TYPE
               END-IF
           END-PERFORM.
           MOVE    WRK-NEXT-TYPE   TO  SW-NEXT.
           RELEASE SORT-REC.
      **************************************************************************
       150-WRITE-RESULT        SECTION.
           MOVE    RTN-NAME    TO  EDT-DT-NAME.
           MOVE    RTN-TYPE    TO  EDT-DT-TYPE.
           MOVE    RTN-REASON  TO  EDT-DT-REASON.
           MOVE    EDT-DETAIL  TO  REPORT-REC.
           WRITE   REPORT-REC.
      **************************************************************************
      *    WRK-CAND-TYPE の住所が行にあるか。自宅は常にあるものとし、
      *    W／E は同じ種別のタグ付き住所を探す。
       160-FIND-TAGGED         SECTION.
           IF      WRK-CAND-TYPE   =   'H'
               SET     FLG-TAG-FOUND-YES   TO  TRUE
           ELSE
               SET     FLG-TAG-FOUND-NO    TO  TRUE
               PERFORM VARYING WRK-XADDR-SUB FROM 1 BY 1
                       UNTIL   WRK-XADDR-SUB   >   ADR-XADDR-COUNT
                           OR  FLG-TAG-FOUND-YES
                   IF      ADR-XADDR-TYPE (WRK-XADDR-SUB)
                                           =   WRK-CAND-TYPE
                       SET     FLG-TAG-FOUND-YES   TO  TRUE
                   END-IF
               END-PERFORM
           END-IF.
      **************************************************************************
      *    印の前後だけが違う変更としてジャーナルへ残す。
       170-WRITE-JOURNAL       SECTION.
           MOVE    WRK-DATE    TO  JRNL-DATE.
           MOVE    WRK-TIME-X (1 : 6)  TO  JRNL-TIME.
           MOVE   'ADRSRTRN'   TO  JRNL-SOURCE.
           MOVE    SPACES      TO  JRNL-RUN-ID.
           MOVE    SPACES      TO  JRNL-OPERATOR.
           SET     JRNL-ACTION-CHANGE  TO  TRUE.
           MOVE    ADR-NAME    TO  JRNL-NAME.
           MOVE    ADR-TEL         TO  JRNL-A-TEL.
           MOVE    ADR-WEIGHT      TO  JRNL-A-WEIGHT.
           MOVE    ADR-ADDRESS(1)  TO  JRNL-A-ADDRESS(1).
           MOVE    ADR-ADDRESS(2)  TO  JRNL-A-ADDRESS(2).
           MOVE    ADR-ADDRESS(3)  TO  JRNL-A-ADDRESS(3).
           MOVE    JRNL-AFTER  TO  JRNL-BEFORE.
           MOVE    ADR-HOME    TO  JRNL-B-HOME.
           MOVE    ADR-HOME    TO  JRNL-A-HOME.
           MOVE    ADR-TOLL            TO  JRNL-A-TOLL.
           MOVE    ADR-XADDR-COUNT     TO  JRNL-A-XADDR-COUNT.
           MOVE    ADR-XADDR-ENTRY (1) TO  JRNL-A-XADDR-ENTRY (1).
           MOVE    ADR-XADDR-ENTRY (2) TO  JRNL-A-XADDR-ENTRY (2).
           MOVE    ADR-POSTAL          TO  JRNL-A-POSTAL.
           MOVE    ADR-UNDELIV         TO  JRNL-A-UNDELIV.
           MOVE    JRNL-A-EXTRA        TO  JRNL-B-EXTRA.
           MOVE    WRK-OLD-UNDELIV     TO  JRNL-B-UNDELIV.
           MOVE   X'0d'        TO  JRNL-CR.
           WRITE   JRNL-REC.
      **************************************************************************
      *    整列結果を HOME の変わり目で区切り、事務所名の見出しと件数を
      *    付けて書き出す。
       200-WRITE-WORKLIST      SECTION.
           MOVE    WRK-DATE    TO  EDT-WH-DATE.
           MOVE    EDT-WK-HEAD1    TO  WORKLIST-REC.
           WRITE   WORKLIST-REC.
           SET     FLG-SORT-EOF-NO TO  TRUE.
           MOVE    ZERO        TO  CNT-GROUP.
           PERFORM 201-RETURN-SORT.
           IF      FLG-SORT-EOF-NO
               MOVE    SW-HOME     TO  WRK-PREV-HOME
               PERFORM 220-WRITE-GROUP-HEAD
           END-IF.
           PERFORM 210-WRITE-ONE-WORK
                   UNTIL   FLG-SORT-EOF-YES.
           IF      CNT-GROUP   >   ZERO
               PERFORM 230-WRITE-GROUP-TOTAL
           END-IF.
      **************************************************************************
       201-RETURN-SORT         SECTION.
           RETURN  SORT-FILE
               AT  END
                   SET     FLG-SORT-EOF-YES    TO  TRUE
           END-RETURN.
      **************************************************************************
       210-WRITE-ONE-WORK      SECTION.
           IF      SW-HOME     NOT =   WRK-PREV-HOME
               PERFORM 230-WRITE-GROUP-TOTAL
               MOVE    SW-HOME     TO  WRK-PREV-HOME
               PERFORM 220-WRITE-GROUP-HEAD
           END-IF.
           MOVE    SW-NAME     TO  EDT-WD-NAME.
           MOVE    SW-TEL      TO  EDT-WD-TEL.
           MOVE    SW-TYPE     TO  EDT-WD-TYPE.
           MOVE    SW-REASON   TO  EDT-WD-REASON.
           IF      SW-NEXT     =   SPACE
               MOVE   'NO DELIVERABLE ADDRESS' TO  EDT-WD-NEXT
           ELSE
               MOVE   'STILL DELIVERABLE AT  ' TO  EDT-WD-NEXT
               MOVE    SW-NEXT     TO  EDT-WD-NEXT (23 : 1)
           END-IF.
           MOVE    EDT-WK-DETAIL   TO  WORKLIST-REC.
           WRITE   WORKLIST-REC.
           ADD     1           TO  CNT-GROUP.
           PERFORM 201-RETURN-SORT.
      **************************************************************************
       220-WRITE-GROUP-HEAD    SECTION.
           MOVE    SPACES      TO  WORKLIST-REC.
           WRITE   WORKLIST-REC.
           MOVE    WRK-PREV-HOME   TO  EDT-GH-HOME.
           PERFORM 710-FIND-OFFICE-NAME.
           MOVE    WRK-OFFICE-NAME TO  EDT-GH-OFFICE.
           MOVE    EDT-GRPHEAD TO  WORKLIST-REC.
           WRITE   WORKLIST-REC.
           MOVE    ZERO        TO  CNT-GROUP.
      **************************************************************************
       230-WRITE-GROUP-TOTAL   SECTION.
           MOVE    CNT-GROUP   TO  EDT-GT-COUNT.
           MOVE    EDT-GRPTOTAL    TO  WORKLIST-REC.
           WRITE   WORKLIST-REC.
      **************************************************************************
      *    WRK-PREV-HOME の事務所名を WRK-OFFICE-NAME に返す。マスタが
      *    無ければ空白、マスタに無い符号なら目印を返す。
       710-FIND-OFFICE-NAME    SECTION.
           MOVE    SPACES      TO  WRK-OFFICE-NAME.
           IF      HOME-COUNT  >   ZERO
               MOVE   '*NOT ON MASTER*'    TO  WRK-OFFICE-NAME
               SET     FLG-HOME-FOUND-NO   TO  TRUE
               PERFORM VARYING WRK-HT-SUB FROM 1 BY 1
                       UNTIL   WRK-HT-SUB  >   HOME-COUNT
                           OR  FLG-HOME-FOUND-YES
                   SET     HT-IX       TO  WRK-HT-SUB
                   IF      HT-HOME (HT-IX) =   WRK-PREV-HOME
                       SET     FLG-HOME-FOUND-YES  TO  TRUE
                       MOVE    HT-NAME (HT-IX) TO  WRK-OFFICE-NAME
                   END-IF
               END-PERFORM
           END-IF.
      **************************************************************************
       800-DBOPEN              SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
           MOVE   'DBOPEN'     TO  MCP-FUNC.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      **************************************************************************
       800-DBSTART             SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
           MOVE   'DBSTART'    TO  MCP-FUNC.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      **************************************************************************
       800-DBSELECT-ADRS-NAME  SECTION.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-NAME   TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       800-DBFETCH-ADRS-NAME   SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-ADRS-NAME  TO  MCP-PATH.
           INITIALIZE  ADRS.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
           IF      ADR-XADDR-COUNT NOT NUMERIC
                   OR  ADR-XADDR-COUNT > 2
               MOVE    ZERO        TO  ADR-XADDR-COUNT
           END-IF.
      **************************************************************************
       800-DBUPDATE-ADRS-NAME  SECTION.
           MOVE   'DBUPDATE'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-NAME  TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       800-DBCOMMIT            SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
           MOVE   'DBCOMMIT'   TO  MCP-FUNC.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      **************************************************************************
       800-DBDISCONNECT        SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
           MOVE   'DBDISCONNECT'    TO  MCP-FUNC.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                METADB.
      **************************************************************************
       820-ABORT-CHECK         SECTION.
           IF      NOT MCP-RC-OK
               DISPLAY '*** ADRSRTRN: MCPSUB ERROR  FUNC=' MCP-FUNC
                       '  PATH=' MCP-PATH  '  RC=' MCP-RC
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
