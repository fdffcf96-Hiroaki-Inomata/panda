      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.08.23  ....    新規作成
      *   26.10.15  ....    グループ行の HOME の隣に事務所マスタ
      *                     homemast の事務所名を刷る
      ******************************************************************
      * 住所録全件を PATH-ADRS-MAIL で ADR-HOME 順に読み、HOME グループ
      * ごとのコントロールブレイクで会員数・会費（合計／平均）・体重
               ASSIGN  TO  "adrsstat"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    HOME（事務所）マスタ。事務所名を引くのに使う。
           SELECT  OPTIONAL  HOME-FILE
               ASSIGN  TO  "homemast"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(132).
       FD  HOME-FILE.
       COPY    ADRSHOME.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC 9.
               88  FLG-EOF-YES     VALUE 1.
               88  FLG-EOF-NO      VALUE 0.
           02  FLG-HM-EOF  PIC 9.
               88  FLG-HM-EOF-YES  VALUE 1.
               88  FLG-HM-EOF-NO   VALUE 0.
           02  FLG-HOME-FOUND  PIC 9.
               88  FLG-HOME-FOUND-YES  VALUE 1.
               88  FLG-HOME-FOUND-NO   VALUE 0.
       01  WRK-PREV-HOME   PIC X(8).
       01  CNT-GROUPS  PIC S9(9)   BINARY.
      *    事務所マスタの控え。事務所名の表示に使う。空（ファイル
      *    無し）なら名前は刷らない。
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
       01  WRK-OFFICE-NAME     PIC X(20).
      *    グループ集計。ブレイクごとに刷ってクリアする。
       01  GRP-ACC.
           02  GRP-MEMBERS     PIC S9(9)   BINARY.
             03  FILLER      PIC X(90)   VALUE  SPACES.
           02  EDT-HEAD2.
             03  FILLER      PIC X(8)    VALUE 'HOME'.
             03  FILLER      PIC X(21)   VALUE ' OFFICE'.
             03  FILLER      PIC X(10)   VALUE '  MEMBERS'.
             03  FILLER      PIC X(14)   VALUE '     TOLL-TOT'.
             03  FILLER      PIC X(11)   VALUE '   TOLL-AVG'.
             03  FILLER      PIC X(9)    VALUE '  WGT-MAX'.
             03  FILLER      PIC X(9)    VALUE '  WGT-AVG'.
             03  FILLER      PIC X(9)    VALUE '   XADDR'.
             03  FILLER      PIC X(32)   VALUE  SPACES.
           02  EDT-LINE.
             03  EDT-LN-HOME     PIC X(8).
             03  FILLER          PIC X       VALUE  SPACES.
             03  EDT-LN-OFFICE   PIC X(20).
             03  EDT-LN-MEMBERS  PIC ZZZ,ZZ9.
             03  FILLER          PIC X(3)    VALUE  SPACES.
             03  EDT-LN-TOLL-TOT PIC ZZZ,ZZZ,ZZ9.9.
             03  EDT-LN-WGT-AVG  PIC ZZ9.9.
             03  FILLER          PIC X(2)    VALUE  SPACES.
             03  EDT-LN-XADDR    PIC ZZZ,ZZ9.
             03  FILLER          PIC X(34)   VALUE  SPACES.
      *
       COPY    DBPATH.
       COPY    DB-META.
           MOVE    ZERO        TO  TOT-WGT-MAX.
           MOVE    ZERO        TO  TOT-XADDR.
           MOVE    LOW-VALUES  TO  WRK-PREV-HOME.
           PERFORM 020-LOAD-HOMES.
           OPEN    OUTPUT
               REPORT-FILE.
           MOVE    EDT-HEAD1   TO  REPORT-REC.
      *
           CLOSE
               REPORT-FILE.
      **************************************************************************
       020-LOAD-HOMES          SECTION.
           MOVE    ZERO        TO  HOME-COUNT.
           SET     FLG-HM-EOF-NO   TO  TRUE.
           OPEN    INPUT
               HOME-FILE.
           PERFORM 021-READ-HOME.
           PERFORM 022-STORE-HOME
                   UNTIL   FLG-HM-EOF-YES.
           CLOSE   HOME-FILE.
           IF      HOME-COUNT  =   ZERO
               DISPLAY '*** ADRSSTAT: NO HOME MASTER -'
                       ' OFFICE NAMES NOT PRINTED'
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
       021-READ-HOME           SECTION.
           READ    HOME-FILE
               AT  END
                   SET     FLG-HM-EOF-YES  TO  TRUE
           END-READ.
      **************************************************************************
       022-STORE-HOME          SECTION.
           IF      HOME-COUNT  >=  HOME-MAX
               DISPLAY '*** ADRSSTAT: MORE THAN ' HOME-MAX
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
           PERFORM 021-READ-HOME.
      **************************************************************************
       810-CHECK-FETCH-RC      SECTION.
           IF      MCP-RC-EOF
       200-PRINT-GROUP         SECTION.
           ADD     1           TO  CNT-GROUPS.
           MOVE    WRK-PREV-HOME   TO  EDT-LN-HOME.
           PERFORM 700-FIND-OFFICE-NAME.
           MOVE    WRK-OFFICE-NAME TO  EDT-LN-OFFICE.
           MOVE    GRP-MEMBERS     TO  EDT-LN-MEMBERS.
           MOVE    GRP-TOLL-TOTAL  TO  EDT-LN-TOLL-TOT.
           COMPUTE EDT-LN-TOLL-AVG ROUNDED
           WRITE   REPORT-REC.
           IF      TOT-MEMBERS >   ZERO
               MOVE   '*TOTAL*'    TO  EDT-LN-HOME
               MOVE    SPACES      TO  EDT-LN-OFFICE
               MOVE    TOT-MEMBERS     TO  EDT-LN-MEMBERS
               MOVE    TOT-TOLL-TOTAL  TO  EDT-LN-TOLL-TOT
               COMPUTE EDT-LN-TOLL-AVG ROUNDED
               MOVE   'NO MEMBERS ON FILE'     TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
      **************************************************************************
      *    WRK-PREV-HOME の事務所名を WRK-OFFICE-NAME に返す。マスタが無ければ
      *    空白、マスタに無い符号なら目印を返す。
       700-FIND-OFFICE-NAME    SECTION.
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
