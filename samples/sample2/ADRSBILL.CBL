      *   管理者          ：ogochan@NetLab.jp
      *   日付日付  作業者  記述
      *   26.09.02  ....    新規作成
      *   26.10.15  ....    滞納者リストに HOME グループごとの見出し
      *                     （HOME と事務所マスタ homemast の事務所名）
      *                     を付ける。請求ファイルの形は変えない
      ******************************************************************
      * 全会員を PATH-ADRS-MAIL で読み、ADR-TOLL を月額として請求する
      * 月次バッチ。今まで経理が adrscsv を自系へ再入力していた作業の
               ASSIGN  TO  "adrsbill"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    HOME（事務所）マスタ。事務所名を引くのに使う。
           SELECT  OPTIONAL  HOME-FILE
               ASSIGN  TO  "homemast"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  BALANCE-IN.
       01  BALOUT-REC          PIC X(51).
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(132).
       FD  HOME-FILE.
       COPY    ADRSHOME.
       WORKING-STORAGE         SECTION.
       01  WRK-BAL-NAME        PIC X(22).
       01  FLG.
           02  FLG-NUM-OK  PIC 9.
               88  FLG-NUM-OK-YES  VALUE 1.
               88  FLG-NUM-OK-NO   VALUE 0.
           02  FLG-HM-EOF  PIC 9.
               88  FLG-HM-EOF-YES  VALUE 1.
               88  FLG-HM-EOF-NO   VALUE 0.
           02  FLG-HOME-FOUND  PIC 9.
               88  FLG-HOME-FOUND-YES  VALUE 1.
               88  FLG-HOME-FOUND-NO   VALUE 0.
      *    滞納者リストの HOME 見出しをこのグループで刷ったか。
           02  FLG-GRP-HEAD    PIC 9.
               88  FLG-GRP-HEAD-YES    VALUE 1.
               88  FLG-GRP-HEAD-NO     VALUE 0.
       01  CNT-MEMBERS PIC S9(9)   BINARY.
       01  CNT-ARREARS PIC S9(9)   BINARY.
       01  CNT-BAL-IN  PIC S9(9)   BINARY.
               03  PT-AMOUNT       PIC 9(7)V9.
               03  PT-USED         PIC X.
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
       01  WRK-CHARGE      PIC S9(7)V9.
       01  WRK-OLD-BAL     PIC S9(7)V9.
       01  WRK-PAY-TOTAL   PIC S9(7)V9.
                 'ADRSBILL  DUES ARREARS LIST RUN='.
             03  EDT-HD-RUN      PIC X(14).
             03  FILLER      PIC X(86)   VALUE  SPACES.
           02  EDT-GRPHEAD.
             03  FILLER          PIC X(5)    VALUE  'HOME '.
             03  EDT-GH-HOME     PIC X(8).
             03  FILLER          PIC X       VALUE  ' '.
             03  EDT-GH-OFFICE   PIC X(20).
             03  FILLER          PIC X(98)   VALUE  SPACES.
           02  EDT-DETAIL.
             03  EDT-DT-NAME     PIC X(20).
             03  FILLER          PIC X       VALUE  ' '.
           WRITE   REPORT-REC.
           PERFORM 020-LOAD-BALANCES.
           PERFORM 030-LOAD-PAYMENTS.
           PERFORM 040-LOAD-HOMES.
           PERFORM 800-DBOPEN.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBSTART.
               MOVE    SPACE       TO  PT-USED (PT-IX)
           END-IF.
           PERFORM 031-READ-PAYMENT.
      **************************************************************************
       040-LOAD-HOMES          SECTION.
           MOVE    ZERO        TO  HOME-COUNT.
           SET     FLG-HM-EOF-NO   TO  TRUE.
           OPEN    INPUT
               HOME-FILE.
           PERFORM 041-READ-HOME.
           PERFORM 042-STORE-HOME
                   UNTIL   FLG-HM-EOF-YES.
           CLOSE   HOME-FILE.
           IF      HOME-COUNT  =   ZERO
               DISPLAY '*** ADRSBILL: NO HOME MASTER -'
                       ' OFFICE NAMES NOT PRINTED'
                   UPON    CONSOLE
           END-IF.
      **************************************************************************
       041-READ-HOME           SECTION.
           READ    HOME-FILE
               AT  END
                   SET     FLG-HM-EOF-YES  TO  TRUE
           END-READ.
      **************************************************************************
       042-STORE-HOME          SECTION.
           IF      HOME-COUNT  >=  HOME-MAX
               DISPLAY '*** ADRSBILL: MORE THAN ' HOME-MAX
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
           PERFORM 041-READ-HOME.
      **************************************************************************
      *    会員 1 人分の請求。ADR-HOME が変わったらグループ小計を刷る
      *    コントロールブレイク。月額は ADR-TOLL、繰越は前回残高から
               MOVE    ZERO        TO  GRP-CHARGE
               MOVE    ZERO        TO  GRP-BALANCE
               MOVE    ADR-HOME    TO  WRK-PREV-HOME
               SET     FLG-GRP-HEAD-NO TO  TRUE
           END-IF.
           ADD     1           TO  CNT-MEMBERS.
           MOVE    ADR-TOLL    TO  WRK-CHARGE.
           COMPUTE WRK-PRIOR-BAL   =   WRK-OLD-BAL -   WRK-PAY-TOTAL.
           IF      WRK-PRIOR-BAL   >   ZERO
               ADD     1           TO  CNT-ARREARS
               IF      FLG-GRP-HEAD-NO
                   PERFORM 150-WRITE-GROUP-HEAD
               END-IF
               MOVE    ADR-NAME    TO  EDT-DT-NAME
               MOVE    ADR-HOME    TO  EDT-DT-HOME
               MOVE   'IN ARREARS'     TO  EDT-DT-KIND
           MOVE   X'0d'        TO  BAL-CR.
           MOVE    BAL-REC     TO  BALOUT-REC.
           WRITE   BALOUT-REC.
      **************************************************************************
      *    滞納者の居る HOME グループだけ、最初の滞納行の前に HOME と
      *    事務所名の見出しを刷る。
       150-WRITE-GROUP-HEAD    SECTION.
           MOVE    SPACES      TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    WRK-PREV-HOME   TO  EDT-GH-HOME.
           PERFORM 710-FIND-OFFICE-NAME.
           MOVE    WRK-OFFICE-NAME TO  EDT-GH-OFFICE.
           MOVE    EDT-GRPHEAD TO  REPORT-REC.
           WRITE   REPORT-REC.
           SET     FLG-GRP-HEAD-YES    TO  TRUE.
      **************************************************************************
       200-WRITE-GROUP-TOTAL   SECTION.
           MOVE    SPACES      TO  INV-REC.
      *    会員が引き当たらなかった入金を滞納者リストの末尾で報告する。
      *    入金ファイルの打ち間違いの早期発見のため。
       300-REPORT-ORPHAN-PAYMENTS  SECTION.
      *    最後のグループ見出しの下に続かないよう 1 行空ける。
           IF      CNT-ARREARS >   ZERO
               MOVE    SPACES      TO  REPORT-REC
               WRITE   REPORT-REC
           END-IF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL   WRK-SUB >   PAY-COUNT
               SET     PT-IX       TO  WRK-SUB
           ELSE
               MOVE    ZERO        TO  WRK-NUM-VALUE
           END-IF.
      **************************************************************************
      *    WRK-PREV-HOME の事務所名を WRK-OFFICE-NAME に返す。マスタが無ければ
      *    空白、マスタに無い符号なら目印を返す。
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
