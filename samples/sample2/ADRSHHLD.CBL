       IDENTIFICATION      DIVISION.
       PROGRAM-ID.     ADRSHHLD.
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
      *   コンポーネント名：世帯判定バッチ
      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.10.15  ....    新規作成
      ******************************************************************
      * 同じ自宅住所・郵便番号で別々に登録された家族を世帯にまとめる
      * バッチ。ADRSLBL の世帯モードが 1 世帯 1 通のラベルを出すための
      * 世帯相互参照ファイル adrshhld と、職員が確かめる確認リスト
      * adrshhrv を作る。
      *   - 全会員の自宅住所 3 行と郵便番号を正規化して突き合わせ、
      *     一致した 2 人以上を 1 世帯とする。正規化は空白（全角の
      *     空白を含む）を除き、全角の英数字・記号を半角に、各種の
      *     ダッシュを '-' に、英小文字を大文字にそろえる。郵便番号は
      *     '-' も除く。住所 3 行は続けて比べるので行の切り方の違い
      *     は問わない。自宅住所が空の会員は世帯にしない。
      *   - 世帯主は制御ファイルで指定が無ければ名前順の先頭。世帯
      *     番号は作成の都度、郵便番号・住所の順に振り直す。
      *   - 確認リストには 2 人以上の世帯と、郵便番号が同じで住所の
      *     先頭が起動パラメータのバイト数（既定 12）以上一致する、
      *     または一方が他方の先頭に含まれる隣り合った住所（部屋番号
      *     の有無など）を「近い一致」として出す。
      *   - 職員の判断は任意の制御ファイル hhctl に 1 行 1 件で書く：
      *     種別(1) 空白 会員名(20) 空白 相手の会員名(20)。
      *       J  会員を相手の会員の世帯に加える（近い一致の確認）
      *       S  会員を世帯に入れない（同じ建物の別世帯など）
      *       H  会員をその世帯の世帯主にする
      *   - 相互参照は会員名＋HOME の昇順で書く（ADRSLBL が名前と
      *     HOME で引く。同じ名前が複数の HOME グループに居ても別の
      *     行になる）。
      *   - 近い一致があるか、J の相手が見つからなければ終了コード 4。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           CONSOLE         IS  CONSOLE.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  CONTROL-FILE
               ASSIGN  TO  "hhctl"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  HHLD-FILE
               ASSIGN  TO  "adrshhld"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  XREF-WORK
               ASSIGN  TO  "hhldwk1"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  REVIEW-FILE
               ASSIGN  TO  "adrshhrv"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  SORT-FILE
               ASSIGN  TO  "hhldsort".
           SELECT  XREF-SORT
               ASSIGN  TO  "hhldsrt2".
       DATA                DIVISION.
       FILE                    SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           02  CTL-ACTION      PIC X.
           02  FILLER          PIC X.
           02  CTL-NAME        PIC X(20).
           02  FILLER          PIC X.
           02  CTL-OTHER       PIC X(20).
       FD  HHLD-FILE.
       COPY    ADRSHXRF.
       FD  XREF-WORK.
       01  XW-REC              PIC X(78).
       FD  REVIEW-FILE.
       01  REVIEW-REC          PIC X(132).
      *    正規化した郵便番号・住所で並べる。S 指定の会員は SK-UNIQ に
      *    名前を入れ、同じ住所でも別の組になるようにする。
       SD  SORT-FILE.
       01  SORT-REC.
           02  SK-KEY.
               03  SK-KEY-POSTAL   PIC X(8).
               03  SK-KEY-ADDR     PIC X(60).
           02  SK-UNIQ         PIC X(20).
           02  SK-NAME         PIC X(20).
           02  SK-HOME         PIC X(8).
           02  SK-POSTAL       PIC X(8).
           02  SK-LINE         OCCURS  3  TIMES    PIC X(20).
           02  SK-BASIS        PIC X.
           02  SK-HEAD-REQ     PIC X.
       SD  XREF-SORT.
       01  XS-REC.
           02  XS-KEY          PIC X(28).
           02  FILLER          PIC X(50).
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC 9.
               88  FLG-EOF-YES     VALUE 1.
               88  FLG-EOF-NO      VALUE 0.
           02  FLG-SORT-EOF    PIC 9.
               88  FLG-SORT-EOF-YES    VALUE 1.
               88  FLG-SORT-EOF-NO     VALUE 0.
           02  FLG-CT-EOF  PIC 9.
               88  FLG-CT-EOF-YES  VALUE 1.
               88  FLG-CT-EOF-NO   VALUE 0.
           02  FLG-DROP-DASH   PIC 9.
               88  FLG-DROP-DASH-YES   VALUE 1.
               88  FLG-DROP-DASH-NO    VALUE 0.
           02  FLG-HAVE-PREV   PIC 9.
               88  FLG-HAVE-PREV-YES   VALUE 1.
               88  FLG-HAVE-PREV-NO    VALUE 0.
           02  FLG-PREV-SPLIT  PIC 9.
               88  FLG-PREV-SPLIT-YES  VALUE 1.
               88  FLG-PREV-SPLIT-NO   VALUE 0.
       01  CNT-MEMBERS     PIC S9(9)   BINARY.
       01  CNT-NO-ADDR     PIC S9(9)   BINARY.
       01  CNT-HOUSEHOLDS  PIC S9(9)   BINARY.
       01  CNT-IN-HHLD     PIC S9(9)   BINARY.
       01  CNT-NEAR        PIC S9(9)   BINARY.
       01  CNT-SPLIT       PIC S9(9)   BINARY.
       01  CNT-JOINED      PIC S9(9)   BINARY.
       01  WRK-RC          PIC S9(4)   BINARY.
       01  WRK-DATE        PIC 9(8).
       01  WRK-PREFIX-LEN  PIC S9(4)   BINARY.
       01  WRK-TALLY       PIC S9(4)   BINARY.
       01  WRK-LEN-1       PIC S9(4)   BINARY.
       01  WRK-LEN-2       PIC S9(4)   BINARY.
       01  WRK-SUB         PIC S9(4)   BINARY.
      *    正規化の作業域。WRK-NORM-IN の先頭 WRK-NORM-INLEN バイトを
      *    WRK-NORM-OUT へ詰める。
       01  WRK-NORM-IN     PIC X(60).
       01  WRK-NORM-INLEN  PIC S9(4)   BINARY.
       01  WRK-NORM-OUT    PIC X(60).
       01  WRK-NORM-LEN    PIC S9(4)   BINARY.
       01  WRK-IN-SUB      PIC S9(4)   BINARY.
       01  WRK-CHAR        PIC X.
      *    会員 1 人分の突合せキー。
       01  WRK-KEY.
           02  WRK-KEY-POSTAL  PIC X(8).
           02  WRK-KEY-ADDR    PIC X(60).
      *    いま組んでいる世帯の候補。名前順に並ぶ。
       01  WRK-CUR-KEY     PIC X(68).
       01  WRK-CUR-UNIQ    PIC X(20).
       01  GRP-MAX         PIC S9(4)   BINARY  VALUE 50.
       01  GRP-COUNT       PIC S9(4)   BINARY.
       01  GRP-HEAD        PIC S9(4)   BINARY.
       01  GRP-TABLE.
           02  GRP-ENTRY       OCCURS  50  TIMES.
               03  GM-NAME         PIC X(20).
               03  GM-HOME         PIC X(8).
               03  GM-POSTAL       PIC X(8).
               03  GM-LINES.
                   04  GM-LINE     OCCURS  3  TIMES    PIC X(20).
               03  GM-BASIS        PIC X.
               03  GM-HEAD-REQ     PIC X.
      *    1 つ前の組（近い一致の比較相手）。
       01  WRK-PREV.
           02  WRK-PREV-KEY.
               03  WRK-PREV-POSTAL PIC X(8).
               03  WRK-PREV-ADDR   PIC X(60).
           02  WRK-PREV-NAME   PIC X(20).
           02  WRK-PREV-LINES  PIC X(60).
       01  WRK-HHID.
           02  FILLER          PIC X       VALUE 'H'.
           02  WRK-HHID-SEQ    PIC 9(7).
      *    制御ファイル hhctl の控え。J は相手の会員のキーを先に引いて
      *    おく。
       01  CT-MAX          PIC S9(4)   BINARY  VALUE 1000.
       01  CT-COUNT        PIC S9(4)   BINARY.
       01  CT-TABLE.
           02  CT-ENTRY        OCCURS  1000  TIMES.
               03  CT-ACTION       PIC X.
               03  CT-NAME         PIC X(20).
               03  CT-OTHER        PIC X(20).
               03  CT-KEY          PIC X(68).
               03  CT-KEY-OK       PIC X.
       01  WRK-CT-SUB      PIC S9(4)   BINARY.
      *    会員 1 人に当てはまる指定。
       01  WRK-CTL.
           02  WRK-CTL-SPLIT   PIC X.
           02  WRK-CTL-HEAD    PIC X.
           02  WRK-CTL-JOIN    PIC S9(4)   BINARY.
      *    全角英数字・記号（U+FF01～U+FF5E、UTF-8 で EF BC 81～
      *    EF BD 9E）の 3 バイト目から半角への変換表。
       01  TBL-BC-FROM.
           02  FILLER      PIC X(16)   VALUE
               X'8182838485868788898A8B8C8D8E8F90'.
           02  FILLER      PIC X(16)   VALUE
               X'9192939495969798999A9B9C9D9E9FA0'.
           02  FILLER      PIC X(16)   VALUE
               X'A1A2A3A4A5A6A7A8A9AAABACADAEAFB0'.
           02  FILLER      PIC X(15)   VALUE
               X'B1B2B3B4B5B6B7B8B9BABBBCBDBEBF'.
       01  TBL-BC-TO.
           02  FILLER      PIC X(16)   VALUE
               X'2122232425262728292A2B2C2D2E2F30'.
           02  FILLER      PIC X(16)   VALUE
               X'3132333435363738393A3B3C3D3E3F40'.
           02  FILLER      PIC X(16)   VALUE
               X'4142434445464748494A4B4C4D4E4F50'.
           02  FILLER      PIC X(15)   VALUE
               X'5152535455565758595A5B5C5D5E5F'.
       01  TBL-BD-FROM.
           02  FILLER      PIC X(16)   VALUE
               X'808182838485868788898A8B8C8D8E8F'.
           02  FILLER      PIC X(15)   VALUE
               X'909192939495969798999A9B9C9D9E'.
       01  TBL-BD-TO.
           02  FILLER      PIC X(16)   VALUE
               X'606162636465666768696A6B6C6D6E6F'.
           02  FILLER      PIC X(15)   VALUE
               X'707172737475767778797A7B7C7D7E'.
       01  WRK-SUMMARY.
           02  WRK-SUM-MEMBERS PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-HHLDS   PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-IN-HHLD PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-NEAR    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-NO-ADDR PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-SPLIT   PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-JOINED  PIC ZZZ,ZZZ,ZZ9.
      *
       01  EDT.
           02  EDT-HEAD1.
             03  FILLER      PIC X(36)   VALUE
                 'ADRSHHLD  HOUSEHOLD REVIEW LIST  RUN'.
             03  FILLER          PIC X       VALUE  SPACE.
             03  EDT-HD-DATE     PIC 9(8).
             03  FILLER          PIC X(21)   VALUE
                 '  NEAR-MATCH PREFIX='.
             03  EDT-HD-PREFIX   PIC Z9.
             03  FILLER          PIC X(64)   VALUE  SPACES.
           02  EDT-HEAD2.
             03  FILLER      PIC X(50)   VALUE
                 'hhctl: J <MEMBER> <OTHER> JOINS A NEAR MATCH,  S <'.
             03  FILLER      PIC X(50)   VALUE
                 'MEMBER> KEEPS APART,  H <MEMBER> MAKES HEAD       '.
             03  FILLER      PIC X(32)   VALUE  SPACES.
           02  EDT-HHLD.
             03  FILLER          PIC X(10)   VALUE 'HOUSEHOLD '.
             03  EDT-HH-ID       PIC X(8).
             03  FILLER          PIC X(9)    VALUE '  POSTAL '.
             03  EDT-HH-POSTAL   PIC X(8).
             03  FILLER          PIC X(10)   VALUE '  MEMBERS '.
             03  EDT-HH-SIZE     PIC ZZ9.
             03  FILLER          PIC X(84)   VALUE  SPACES.
           02  EDT-NEAR.
             03  FILLER          PIC X(19)   VALUE
                 'NEAR MATCH  POSTAL '.
             03  EDT-NR-POSTAL   PIC X(8).
             03  FILLER      PIC X(47)   VALUE
                 '  - SAME HOUSEHOLD? CONFIRM WITH J IN hhctl OR '.
             03  FILLER      PIC X(10)   VALUE
                 'LEAVE     '.
             03  FILLER          PIC X(48)   VALUE  SPACES.
           02  EDT-MEMBER.
             03  FILLER          PIC X(4).
             03  EDT-MB-ROLE     PIC X(8).
             03  EDT-MB-NAME     PIC X(20).
             03  FILLER          PIC X(2).
             03  EDT-MB-LINE     OCCURS  3  TIMES.
               04  EDT-MB-TEXT     PIC X(20).
               04  FILLER          PIC X.
             03  FILLER          PIC X.
             03  EDT-MB-NOTE     PIC X(10).
             03  FILLER          PIC X(24).
           02  EDT-TOTAL.
             03  FILLER          PIC X(14)   VALUE 'HOUSEHOLDS    '.
             03  EDT-TT-HHLDS    PIC ZZZ,ZZ9.
             03  FILLER          PIC X(16)   VALUE '  MEMBERS IN    '.
             03  EDT-TT-IN-HHLD  PIC ZZZ,ZZ9.
             03  FILLER          PIC X(16)   VALUE '  NEAR MATCHES  '.
             03  EDT-TT-NEAR     PIC ZZZ,ZZ9.
             03  FILLER          PIC X(65)   VALUE  SPACES.
      *
       COPY    DBPATH.
       COPY    DB-META.
       COPY    DB-ADRS.
       COPY    MCPAREA.
       LINKAGE                 SECTION.
       01  PARA.
           02  PARA-PREFIX     PIC X(2).
           02  FILLER          PIC X(254).
      **************************************************************************
       PROCEDURE           DIVISION
               USING
           PARA.
       000-MAIN                SECTION.
           DISPLAY    '*** ADRSHHLD'
               UPON    CONSOLE.
      *
           PERFORM 010-INIT.
           PERFORM 020-LOAD-CONTROL.
           PERFORM 800-DBOPEN.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBSTART.
           PERFORM 820-ABORT-CHECK.
           PERFORM 030-RESOLVE-JOINS.
      *    正規化キー順（同じキーの中は名前順）に並べて世帯を組む。
           SORT    SORT-FILE
               ON  ASCENDING   KEY SK-KEY
                                   SK-UNIQ
                                   SK-NAME
                                   SK-HOME
               INPUT   PROCEDURE   100-COLLECT-MEMBERS
               OUTPUT  PROCEDURE   200-FORM-HOUSEHOLDS.
      *    相互参照は ADRSLBL が名前＋HOME で引けるようその順にする。
           SORT    XREF-SORT
               ON  ASCENDING   KEY XS-KEY
               USING   XREF-WORK
               GIVING  HHLD-FILE.
           PERFORM 090-FINISH.
      *
           STOP    RUN.
      **************************************************************************
       010-INIT                SECTION.
           IF      PARA-PREFIX =   SPACES  OR  LOW-VALUES
               MOVE    12          TO  WRK-PREFIX-LEN
           ELSE
               IF      PARA-PREFIX NOT NUMERIC
                       OR  PARA-PREFIX =   '00'
                   DISPLAY '*** ADRSHHLD: NEAR-MATCH PREFIX PARAMETER'
                           ' NOT NUMERIC'
                       UPON    CONSOLE
                   MOVE    16          TO  RETURN-CODE
                   STOP    RUN
               END-IF
               MOVE    PARA-PREFIX TO  WRK-PREFIX-LEN
           END-IF.
           ACCEPT  WRK-DATE    FROM    DATE YYYYMMDD.
           MOVE    ZERO        TO  WRK-RC.
           MOVE    ZERO        TO  CNT-MEMBERS.
           MOVE    ZERO        TO  CNT-NO-ADDR.
           MOVE    ZERO        TO  CNT-HOUSEHOLDS.
           MOVE    ZERO        TO  CNT-IN-HHLD.
           MOVE    ZERO        TO  CNT-NEAR.
           MOVE    ZERO        TO  CNT-SPLIT.
           MOVE    ZERO        TO  CNT-JOINED.
           MOVE    ZERO        TO  WRK-HHID-SEQ.
      **************************************************************************
      *    制御ファイルを読む。種別が J／S／H 以外の行があれば止める。
       020-LOAD-CONTROL        SECTION.
           MOVE    ZERO        TO  CT-COUNT.
           SET     FLG-CT-EOF-NO   TO  TRUE.
           OPEN    INPUT
               CONTROL-FILE.
           PERFORM 021-READ-CONTROL.
           PERFORM 022-STORE-CONTROL
                   UNTIL   FLG-CT-EOF-YES.
           CLOSE   CONTROL-FILE.
      **************************************************************************
       021-READ-CONTROL        SECTION.
           READ    CONTROL-FILE
               AT  END
                   SET     FLG-CT-EOF-YES  TO  TRUE
           END-READ.
      **************************************************************************
       022-STORE-CONTROL       SECTION.
           IF      CONTROL-REC =   SPACES
               CONTINUE
           ELSE
               IF      CTL-ACTION  NOT =   'J'
                       AND CTL-ACTION  NOT =   'S'
                       AND CTL-ACTION  NOT =   'H'
                   DISPLAY '*** ADRSHHLD: hhctl ACTION MUST BE J, S OR'
                           ' H - '  CONTROL-REC
                       UPON    CONSOLE
                   MOVE    16          TO  RETURN-CODE
                   STOP    RUN
               END-IF
               IF      CT-COUNT    >=  CT-MAX
                   DISPLAY '*** ADRSHHLD: MORE THAN ' CT-MAX
                           ' LINES IN hhctl - ENLARGE TABLE'
                       UPON    CONSOLE
                   MOVE    16          TO  RETURN-CODE
                   STOP    RUN
               END-IF
               ADD     1           TO  CT-COUNT
               MOVE    CTL-ACTION  TO  CT-ACTION (CT-COUNT)
               MOVE    CTL-NAME    TO  CT-NAME (CT-COUNT)
               MOVE    CTL-OTHER   TO  CT-OTHER (CT-COUNT)
               MOVE    SPACES      TO  CT-KEY (CT-COUNT)
               MOVE   'N'          TO  CT-KEY-OK (CT-COUNT)
           END-IF.
           PERFORM 021-READ-CONTROL.
      **************************************************************************
      *    J の相手の会員を名前で引き、その自宅住所のキーを控える。
      *    相手が居なければ警告して指定を無視する。
       030-RESOLVE-JOINS       SECTION.
           PERFORM VARYING WRK-CT-SUB FROM 1 BY 1
                   UNTIL   WRK-CT-SUB  >   CT-COUNT
               IF      CT-ACTION (WRK-CT-SUB)  =   'J'
                   INITIALIZE  ADRS
                   MOVE    CT-OTHER (WRK-CT-SUB)   TO  ADR-NAME
                   PERFORM 800-DBSELECT-ADRS-NAME
                   PERFORM 820-ABORT-CHECK
                   PERFORM 800-DBFETCH-ADRS-NAME
                   IF      MCP-RC-EOF
                       DISPLAY '*** ADRSHHLD: hhctl J - '
                               CT-OTHER (WRK-CT-SUB)
                               ' NOT ON FILE - IGNORED'
                           UPON    CONSOLE
                       MOVE    4           TO  WRK-RC
                   ELSE
                       PERFORM 820-ABORT-CHECK
                       PERFORM 300-MAKE-KEY
                       MOVE    WRK-KEY TO  CT-KEY (WRK-CT-SUB)
                       MOVE   'Y'      TO  CT-KEY-OK (WRK-CT-SUB)
                   END-IF
               END-IF
           END-PERFORM.
      **************************************************************************
       090-FINISH              SECTION.
           PERFORM 800-DBCOMMIT.
           PERFORM 800-DBDISCONNECT.
           IF      CNT-NEAR    >   ZERO
               MOVE    4           TO  WRK-RC
           END-IF.
           MOVE    WRK-RC      TO  RETURN-CODE.
           MOVE    CNT-MEMBERS TO  WRK-SUM-MEMBERS.
           MOVE    CNT-HOUSEHOLDS  TO  WRK-SUM-HHLDS.
           MOVE    CNT-IN-HHLD TO  WRK-SUM-IN-HHLD.
           MOVE    CNT-NEAR    TO  WRK-SUM-NEAR.
           MOVE    CNT-NO-ADDR TO  WRK-SUM-NO-ADDR.
           MOVE    CNT-SPLIT   TO  WRK-SUM-SPLIT.
           MOVE    CNT-JOINED  TO  WRK-SUM-JOINED.
           DISPLAY '*** ADRSHHLD SUMMARY  MEMBERS='  WRK-SUM-MEMBERS
                   '  HOUSEHOLDS='  WRK-SUM-HHLDS
                   '  IN-HOUSEHOLDS='  WRK-SUM-IN-HHLD
                   '  NEAR-MATCHES='  WRK-SUM-NEAR
                   '  NO-ADDRESS='  WRK-SUM-NO-ADDR
                   '  SPLIT='  WRK-SUM-SPLIT
                   '  JOINED='  WRK-SUM-JOINED
               UPON    CONSOLE.
      **************************************************************************
       810-CHECK-FETCH-RC      SECTION.
           IF      MCP-RC-EOF
               SET     FLG-EOF-YES     TO  TRUE
           ELSE
               SET     FLG-EOF-NO      TO  TRUE
               PERFORM 820-ABORT-CHECK
           END-IF.
      **************************************************************************
      *    全会員を読み、キーを付けて整列へ渡す。
       100-COLLECT-MEMBERS     SECTION.
           INITIALIZE  ADRS.
           MOVE   '%'          TO  ADR-HOME.
           PERFORM 800-DBSELECT-ADRS.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBFETCH-ADRS.
           PERFORM 810-CHECK-FETCH-RC.
           PERFORM 110-RELEASE-MEMBER
                   UNTIL   FLG-EOF-YES.
      **************************************************************************
       110-RELEASE-MEMBER      SECTION.
           ADD     1           TO  CNT-MEMBERS.
           PERFORM 300-MAKE-KEY.
           IF      WRK-KEY-ADDR    =   SPACES
               ADD     1           TO  CNT-NO-ADDR
           ELSE
               PERFORM 120-APPLY-CONTROL
               RELEASE SORT-REC
           END-IF.
           PERFORM 800-DBFETCH-ADRS.
           PERFORM 810-CHECK-FETCH-RC.
      **************************************************************************
      *    制御ファイルの指定を当てる。S があれば J より優先する。
       120-APPLY-CONTROL       SECTION.
           MOVE    SPACES      TO  SORT-REC.
           MOVE   'N'          TO  WRK-CTL-SPLIT.
           MOVE   'N'          TO  WRK-CTL-HEAD.
           MOVE    ZERO        TO  WRK-CTL-JOIN.
           PERFORM VARYING WRK-CT-SUB FROM 1 BY 1
                   UNTIL   WRK-CT-SUB  >   CT-COUNT
               IF      CT-NAME (WRK-CT-SUB)    =   ADR-NAME
                   EVALUATE    CT-ACTION (WRK-CT-SUB)
                       WHEN   'S'
                           MOVE   'Y'          TO  WRK-CTL-SPLIT
                       WHEN   'H'
                           MOVE   'Y'          TO  WRK-CTL-HEAD
                       WHEN    OTHER
                           IF      CT-KEY-OK (WRK-CT-SUB)  =   'Y'
                               MOVE    WRK-CT-SUB  TO  WRK-CTL-JOIN
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE    WRK-KEY     TO  SK-KEY.
           MOVE   'E'          TO  SK-BASIS.
           EVALUATE    TRUE
               WHEN    WRK-CTL-SPLIT   =   'Y'
                   MOVE    ADR-NAME    TO  SK-UNIQ
                   MOVE   'S'          TO  SK-BASIS
                   ADD     1           TO  CNT-SPLIT
               WHEN    WRK-CTL-JOIN    >   ZERO
                   MOVE    CT-KEY (WRK-CTL-JOIN)   TO  SK-KEY
                   MOVE   'J'          TO  SK-BASIS
                   ADD     1           TO  CNT-JOINED
               WHEN    OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE    ADR-NAME    TO  SK-NAME.
           MOVE    ADR-HOME    TO  SK-HOME.
           MOVE    ADR-POSTAL  TO  SK-POSTAL.
           MOVE    ADR-ADDRESS(1)  TO  SK-LINE (1).
           MOVE    ADR-ADDRESS(2)  TO  SK-LINE (2).
           MOVE    ADR-ADDRESS(3)  TO  SK-LINE (3).
           MOVE    WRK-CTL-HEAD    TO  SK-HEAD-REQ.
      **************************************************************************
      *    キー順に同じキーの会員を集めて世帯にする。
       200-FORM-HOUSEHOLDS     SECTION.
           OPEN    OUTPUT
               REVIEW-FILE.
           OPEN    OUTPUT
               XREF-WORK.
           MOVE    WRK-DATE    TO  EDT-HD-DATE.
           MOVE    WRK-PREFIX-LEN  TO  EDT-HD-PREFIX.
           MOVE    EDT-HEAD1   TO  REVIEW-REC.
           WRITE   REVIEW-REC.
           MOVE    EDT-HEAD2   TO  REVIEW-REC.
           WRITE   REVIEW-REC.
           MOVE    SPACES      TO  REVIEW-REC.
           WRITE   REVIEW-REC.
           MOVE    ZERO        TO  GRP-COUNT.
           SET     FLG-HAVE-PREV-NO    TO  TRUE.
           SET     FLG-SORT-EOF-NO TO  TRUE.
           PERFORM 201-RETURN-SORT.
           PERFORM 210-GATHER-ONE
                   UNTIL   FLG-SORT-EOF-YES.
           IF      GRP-COUNT   >   ZERO
               PERFORM 220-CLOSE-GROUP
           END-IF.
           MOVE    SPACES      TO  REVIEW-REC.
           WRITE   REVIEW-REC.
           MOVE    CNT-HOUSEHOLDS  TO  EDT-TT-HHLDS.
           MOVE    CNT-IN-HHLD TO  EDT-TT-IN-HHLD.
           MOVE    CNT-NEAR    TO  EDT-TT-NEAR.
           MOVE    EDT-TOTAL   TO  REVIEW-REC.
           WRITE   REVIEW-REC.
           CLOSE   XREF-WORK.
           CLOSE   REVIEW-FILE.
      **************************************************************************
       201-RETURN-SORT         SECTION.
           RETURN  SORT-FILE
               AT  END
                   SET     FLG-SORT-EOF-YES    TO  TRUE
           END-RETURN.
      **************************************************************************
       210-GATHER-ONE          SECTION.
           IF      GRP-COUNT   >   ZERO
               IF      SK-KEY  NOT =   WRK-CUR-KEY
                       OR  SK-UNIQ NOT =   WRK-CUR-UNIQ
                   PERFORM 220-CLOSE-GROUP
               END-IF
           END-IF.
           IF      GRP-COUNT   =   ZERO
               MOVE    SK-KEY      TO  WRK-CUR-KEY
               MOVE    SK-UNIQ     TO  WRK-CUR-UNIQ
           END-IF.
           IF      GRP-COUNT   >=  GRP-MAX
               DISPLAY '*** ADRSHHLD: MORE THAN ' GRP-MAX
                       ' MEMBERS AT ONE ADDRESS - ENLARGE TABLE'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           ADD     1           TO  GRP-COUNT.
           MOVE    SK-NAME     TO  GM-NAME (GRP-COUNT).
           MOVE    SK-HOME     TO  GM-HOME (GRP-COUNT).
           MOVE    SK-POSTAL   TO  GM-POSTAL (GRP-COUNT).
           MOVE    SK-LINE (1) TO  GM-LINE (GRP-COUNT 1).
           MOVE    SK-LINE (2) TO  GM-LINE (GRP-COUNT 2).
           MOVE    SK-LINE (3) TO  GM-LINE (GRP-COUNT 3).
           MOVE    SK-BASIS    TO  GM-BASIS (GRP-COUNT).
           MOVE    SK-HEAD-REQ TO  GM-HEAD-REQ (GRP-COUNT).
           PERFORM 201-RETURN-SORT.
      **************************************************************************
      *    組が閉じたら前の組との近い一致を見てから、2 人以上なら世帯
      *    として相互参照と確認リストへ書く。
       220-CLOSE-GROUP         SECTION.
           MOVE    1           TO  GRP-HEAD.
           PERFORM VARYING WRK-SUB FROM GRP-COUNT BY -1
                   UNTIL   WRK-SUB <   1
               IF      GM-HEAD-REQ (WRK-SUB)   =   'Y'
                   MOVE    WRK-SUB     TO  GRP-HEAD
               END-IF
           END-PERFORM.
           IF      FLG-HAVE-PREV-YES
               PERFORM 230-CHECK-NEAR
           END-IF.
           IF      GRP-COUNT   >=  2
               PERFORM 240-WRITE-HOUSEHOLD
           END-IF.
           MOVE    WRK-CUR-KEY TO  WRK-PREV-KEY.
           MOVE    GM-NAME (GRP-HEAD)  TO  WRK-PREV-NAME.
           MOVE    GM-LINES (GRP-HEAD) TO  WRK-PREV-LINES.
           IF      WRK-CUR-UNIQ    =   SPACES
               SET     FLG-PREV-SPLIT-NO   TO  TRUE
           ELSE
               SET     FLG-PREV-SPLIT-YES  TO  TRUE
           END-IF.
           SET     FLG-HAVE-PREV-YES   TO  TRUE.
           MOVE    ZERO        TO  GRP-COUNT.
      **************************************************************************
      *    郵便番号が同じで住所が違う隣の組のうち、先頭が指定バイト数
      *    以上一致するか、短い方が長い方の先頭に丸ごと含まれるものを
      *    近い一致として出す。S 指定の組とは比べない。
       230-CHECK-NEAR          SECTION.
           IF      FLG-PREV-SPLIT-YES
                   OR  WRK-CUR-UNIQ    NOT =   SPACES
                   OR  WRK-PREV-POSTAL NOT =   WRK-CUR-KEY (1 : 8)
                   OR  WRK-PREV-KEY    =   WRK-CUR-KEY
               CONTINUE
           ELSE
               MOVE    ZERO        TO  WRK-TALLY
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL   WRK-SUB >   60
                           OR  WRK-PREV-ADDR (WRK-SUB : 1)
                               NOT =   WRK-CUR-KEY (8 + WRK-SUB : 1)
                   ADD     1           TO  WRK-TALLY
               END-PERFORM
               MOVE    FUNCTION LENGTH (FUNCTION TRIM (WRK-PREV-ADDR
                                                       TRAILING))
                                       TO  WRK-LEN-1
               MOVE    FUNCTION LENGTH (FUNCTION TRIM
                                       (WRK-CUR-KEY (9 : 60) TRAILING))
                                       TO  WRK-LEN-2
               IF      WRK-TALLY   >=  WRK-PREFIX-LEN
                       OR  WRK-TALLY   >=  WRK-LEN-1
                       OR  WRK-TALLY   >=  WRK-LEN-2
                   PERFORM 231-PRINT-NEAR
               END-IF
           END-IF.
      **************************************************************************
       231-PRINT-NEAR          SECTION.
           ADD     1           TO  CNT-NEAR.
           MOVE    GM-POSTAL (GRP-HEAD)    TO  EDT-NR-POSTAL.
           MOVE    EDT-NEAR    TO  REVIEW-REC.
           WRITE   REVIEW-REC.
           MOVE    SPACES      TO  EDT-MEMBER.
           MOVE   'NEAR ?'     TO  EDT-MB-ROLE.
           MOVE    WRK-PREV-NAME   TO  EDT-MB-NAME.
           MOVE    WRK-PREV-LINES (1 : 20)     TO  EDT-MB-TEXT (1).
           MOVE    WRK-PREV-LINES (21 : 20)    TO  EDT-MB-TEXT (2).
           MOVE    WRK-PREV-LINES (41 : 20)    TO  EDT-MB-TEXT (3).
           MOVE    EDT-MEMBER  TO  REVIEW-REC.
           WRITE   REVIEW-REC.
           MOVE    SPACES      TO  EDT-MEMBER.
           MOVE   'NEAR ?'     TO  EDT-MB-ROLE.
           MOVE    GM-NAME (GRP-HEAD)  TO  EDT-MB-NAME.
           MOVE    GM-LINE (GRP-HEAD 1)    TO  EDT-MB-TEXT (1).
           MOVE    GM-LINE (GRP-HEAD 2)    TO  EDT-MB-TEXT (2).
           MOVE    GM-LINE (GRP-HEAD 3)    TO  EDT-MB-TEXT (3).
           MOVE    EDT-MEMBER  TO  REVIEW-REC.
           WRITE   REVIEW-REC.
           MOVE    SPACES      TO  REVIEW-REC.
           WRITE   REVIEW-REC.
      **************************************************************************
      *    世帯番号を振り、会員ごとに相互参照を書いて確認リストに刷る。
       240-WRITE-HOUSEHOLD     SECTION.
           ADD     1           TO  WRK-HHID-SEQ.
           ADD     1           TO  CNT-HOUSEHOLDS.
           ADD     GRP-COUNT   TO  CNT-IN-HHLD.
           MOVE    WRK-HHID    TO  EDT-HH-ID.
           MOVE    GM-POSTAL (GRP-HEAD)    TO  EDT-HH-POSTAL.
           MOVE    GRP-COUNT   TO  EDT-HH-SIZE.
           MOVE    EDT-HHLD    TO  REVIEW-REC.
           WRITE   REVIEW-REC.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL   WRK-SUB >   GRP-COUNT
               PERFORM 241-WRITE-MEMBER
           END-PERFORM.
           MOVE    SPACES      TO  REVIEW-REC.
           WRITE   REVIEW-REC.
      **************************************************************************
       241-WRITE-MEMBER        SECTION.
           MOVE    SPACES      TO  HHLD-REC.
           MOVE    GM-NAME (WRK-SUB)   TO  HX-NAME.
           MOVE    GM-HOME (WRK-SUB)   TO  HX-HOME.
           MOVE    WRK-HHID    TO  HX-HHID.
           MOVE    GM-NAME (GRP-HEAD)  TO  HX-HEAD-NAME.
           IF      WRK-SUB =   GRP-HEAD
               SET     HX-ROLE-HEAD    TO  TRUE
           ELSE
               SET     HX-ROLE-MEMBER  TO  TRUE
           END-IF.
           MOVE    GRP-COUNT   TO  HX-SIZE.
           MOVE    GM-POSTAL (GRP-HEAD)    TO  HX-POSTAL.
           IF      GM-BASIS (WRK-SUB)  =   'J'
               SET     HX-BASIS-JOINED TO  TRUE
           ELSE
               SET     HX-BASIS-EXACT  TO  TRUE
           END-IF.
           MOVE    WRK-DATE    TO  HX-DATE.
           MOVE   X'0d'        TO  HX-CR.
           MOVE    HHLD-REC    TO  XW-REC.
           WRITE   XW-REC.
           MOVE    SPACES      TO  EDT-MEMBER.
           IF      WRK-SUB =   GRP-HEAD
               MOVE   'HEAD'       TO  EDT-MB-ROLE
           ELSE
               MOVE   'MEMBER'     TO  EDT-MB-ROLE
           END-IF.
           MOVE    GM-NAME (WRK-SUB)   TO  EDT-MB-NAME.
           MOVE    GM-LINE (WRK-SUB 1) TO  EDT-MB-TEXT (1).
           MOVE    GM-LINE (WRK-SUB 2) TO  EDT-MB-TEXT (2).
           MOVE    GM-LINE (WRK-SUB 3) TO  EDT-MB-TEXT (3).
           IF      HX-BASIS-JOINED
               MOVE   'JOINED'     TO  EDT-MB-NOTE
           END-IF.
           MOVE    EDT-MEMBER  TO  REVIEW-REC.
           WRITE   REVIEW-REC.
      **************************************************************************
      *    ADRS の自宅住所と郵便番号から突合せキー WRK-KEY を作る。
       300-MAKE-KEY            SECTION.
           MOVE    SPACES      TO  WRK-NORM-IN.
           MOVE    ADR-ADDRESS(1)  TO  WRK-NORM-IN (1 : 20).
           MOVE    ADR-ADDRESS(2)  TO  WRK-NORM-IN (21 : 20).
           MOVE    ADR-ADDRESS(3)  TO  WRK-NORM-IN (41 : 20).
           MOVE    60          TO  WRK-NORM-INLEN.
           SET     FLG-DROP-DASH-NO    TO  TRUE.
           PERFORM 310-NORMALISE.
           MOVE    WRK-NORM-OUT    TO  WRK-KEY-ADDR.
           MOVE    SPACES      TO  WRK-NORM-IN.
           MOVE    ADR-POSTAL  TO  WRK-NORM-IN (1 : 8).
           MOVE    8           TO  WRK-NORM-INLEN.
           SET     FLG-DROP-DASH-YES   TO  TRUE.
           PERFORM 310-NORMALISE.
           MOVE    WRK-NORM-OUT (1 : 8)    TO  WRK-KEY-POSTAL.
      **************************************************************************
      *    空白を除き、全角英数字・記号を半角に、ダッシュ類を '-' に
      *    して詰め、英小文字を大文字にする（UTF-8 のバイト列で見る）。
       310-NORMALISE           SECTION.
           MOVE    SPACES      TO  WRK-NORM-OUT.
           MOVE    ZERO        TO  WRK-NORM-LEN.
           MOVE    1           TO  WRK-IN-SUB.
           PERFORM 311-NORMALISE-CHAR
                   UNTIL   WRK-IN-SUB  >   WRK-NORM-INLEN.
           INSPECT WRK-NORM-OUT
               CONVERTING  'abcdefghijklmnopqrstuvwxyz'
                       TO  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      **************************************************************************
       311-NORMALISE-CHAR      SECTION.
           MOVE    WRK-NORM-IN (WRK-IN-SUB : 1)    TO  WRK-CHAR.
           IF      WRK-IN-SUB  +   2   >   WRK-NORM-INLEN
               PERFORM 312-EMIT-CHAR
               ADD     1           TO  WRK-IN-SUB
           ELSE
               EVALUATE    TRUE
      *            全角の空白 U+3000。
                   WHEN    WRK-NORM-IN (WRK-IN-SUB : 3)    =   X'E38080'
                       ADD     3           TO  WRK-IN-SUB
                   WHEN    WRK-NORM-IN (WRK-IN-SUB : 2)    =   X'EFBC'
                       AND WRK-NORM-IN (WRK-IN-SUB + 2 : 1) >= X'81'
                       AND WRK-NORM-IN (WRK-IN-SUB + 2 : 1) <= X'BF'
                       MOVE    WRK-NORM-IN (WRK-IN-SUB + 2 : 1)
                                               TO  WRK-CHAR
                       INSPECT WRK-CHAR
                           CONVERTING  TBL-BC-FROM TO  TBL-BC-TO
                       PERFORM 312-EMIT-CHAR
                       ADD     3           TO  WRK-IN-SUB
                   WHEN    WRK-NORM-IN (WRK-IN-SUB : 2)    =   X'EFBD'
                       AND WRK-NORM-IN (WRK-IN-SUB + 2 : 1) >= X'80'
                       AND WRK-NORM-IN (WRK-IN-SUB + 2 : 1) <= X'9E'
                       MOVE    WRK-NORM-IN (WRK-IN-SUB + 2 : 1)
                                               TO  WRK-CHAR
                       INSPECT WRK-CHAR
                           CONVERTING  TBL-BD-FROM TO  TBL-BD-TO
                       PERFORM 312-EMIT-CHAR
                       ADD     3           TO  WRK-IN-SUB
      *            ハイフン・ダッシュ・マイナス記号（U+2010～2014、
      *            U+2212）。長音符 U+30FC は文字なのでそのまま。
                   WHEN    WRK-NORM-IN (WRK-IN-SUB : 2)    =   X'E280'
                       AND WRK-NORM-IN (WRK-IN-SUB + 2 : 1) >= X'90'
                       AND WRK-NORM-IN (WRK-IN-SUB + 2 : 1) <= X'94'
                   WHEN    WRK-NORM-IN (WRK-IN-SUB : 3)    =   X'E28892'
                       MOVE   '-'          TO  WRK-CHAR
                       PERFORM 312-EMIT-CHAR
                       ADD     3           TO  WRK-IN-SUB
                   WHEN    OTHER
                       PERFORM 312-EMIT-CHAR
                       ADD     1           TO  WRK-IN-SUB
               END-EVALUATE
           END-IF.
      **************************************************************************
       312-EMIT-CHAR           SECTION.
           IF      WRK-CHAR    =   SPACE
                   OR  ( FLG-DROP-DASH-YES AND WRK-CHAR = '-' )
               CONTINUE
           ELSE
               ADD     1           TO  WRK-NORM-LEN
               IF      WRK-NORM-LEN    <=  60
                   MOVE    WRK-CHAR    TO
                           WRK-NORM-OUT (WRK-NORM-LEN : 1)
               END-IF
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
       800-DBSELECT-ADRS       SECTION.
           MOVE   'DBSELECT'   TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL   TO  MCP-PATH.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
      **************************************************************************
       800-DBFETCH-ADRS        SECTION.
           MOVE   'DBFETCH'    TO  MCP-FUNC.
           MOVE    PATH-ADRS-MAIL  TO  MCP-PATH.
           INITIALIZE  ADRS.
      *
           CALL   'MCPSUB'     USING
                MCPAREA
                ADRS.
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
               DISPLAY '*** ADRSHHLD: MCPSUB ERROR  FUNC=' MCP-FUNC
                       '  PATH=' MCP-PATH  '  RC=' MCP-RC
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
