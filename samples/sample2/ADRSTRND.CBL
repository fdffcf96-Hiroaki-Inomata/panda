      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.09.02  ....    新規作成
      *   26.10.15  ....    グループ行の HOME の隣に事務所マスタ
      *                     homemast の事務所名を刷る
      ******************************************************************
      * ADRSSNAP が採取する累積スナップショット adrssnap の直近 2 周期
      * を会員ごとに突き合わせ、起動パラメータの閾値（体重、0.1kg
               ASSIGN  TO  "adrstrnd"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    HOME（事務所）マスタ。事務所名を引くのに使う。
           SELECT  OPTIONAL  HOME-FILE
               ASSIGN  TO  "homemast"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  SNAPSHOT-FILE.
           02  SO-TOLL         PIC 9(4)V9.
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
           02  FLG-HAVE-OLD    PIC 9.
               88  FLG-HAVE-OLD-YES    VALUE 1.
               88  FLG-HAVE-OLD-NO     VALUE 0.
           02  TOT-NEW         PIC S9(9)   BINARY.
           02  TOT-GONE        PIC S9(9)   BINARY.
       01  WRK-PREV-HOME   PIC X(8).
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
       01  WRK-SUMMARY.
           02  WRK-SUM-MEMBERS PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-CHANGED PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(71)   VALUE  SPACES.
           02  EDT-GROUP.
             03  EDT-GR-HOME     PIC X(8).
             03  FILLER          PIC X       VALUE  SPACES.
             03  EDT-GR-OFFICE   PIC X(20).
             03  FILLER          PIC X(9)    VALUE '  CHANGED'.
             03  EDT-GR-CHANGED  PIC ZZZ,ZZ9.
             03  FILLER          PIC X(5)    VALUE '  NEW'.
             03  EDT-GR-GONE     PIC ZZZ,ZZ9.
             03  FILLER          PIC X(9)    VALUE '  MEMBERS'.
             03  EDT-GR-MEMBERS  PIC ZZZ,ZZ9.
             03  FILLER          PIC X(53)   VALUE  SPACES.
       LINKAGE                 SECTION.
       01  PARA.
           02  PARA-THRESH     PIC 9(3)V9.
           MOVE    ZERO        TO  TOT-CHANGED.
           MOVE    ZERO        TO  TOT-NEW.
           MOVE    ZERO        TO  TOT-GONE.
           PERFORM 020-LOAD-HOMES.
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
               DISPLAY '*** ADRSTRND: NO HOME MASTER -'
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
               DISPLAY '*** ADRSTRND: MORE THAN ' HOME-MAX
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
       101-READ-SNAPSHOT       SECTION.
           READ    SNAPSHOT-FILE
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE   '*TOTAL*'    TO  EDT-GR-HOME.
           MOVE    SPACES      TO  EDT-GR-OFFICE.
           MOVE    TOT-CHANGED TO  EDT-GR-CHANGED.
           MOVE    TOT-NEW     TO  EDT-GR-NEW.
           MOVE    TOT-GONE    TO  EDT-GR-GONE.
      **************************************************************************
       340-PRINT-GROUP         SECTION.
           MOVE    WRK-PREV-HOME   TO  EDT-GR-HOME.
           PERFORM 700-FIND-OFFICE-NAME.
           MOVE    WRK-OFFICE-NAME TO  EDT-GR-OFFICE.
           MOVE    GRP-CHANGED TO  EDT-GR-CHANGED.
           MOVE    GRP-NEW     TO  EDT-GR-NEW.
           MOVE    GRP-GONE    TO  EDT-GR-GONE.
           WRITE   REPORT-REC.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
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
       090-FINISH              SECTION.
           MOVE    TOT-MEMBERS TO  WRK-SUM-MEMBERS.
