      *   26.09.02  ....    新規作成
      *   26.09.02  ....    HOME の付け替えを共有変更ジャーナル
      *                     chgjrnl へ追記
      *   26.10.15  ....    ジャーナルに TOLL・ADR-XADDR・郵便番号の
      *                     前後イメージを追加
      *   26.10.15  ....    新 HOME を事務所マスタ homemast と突き合わせ
      *                     （無い符号・閉鎖済みは実行しない）、移管で
      *                     空になった旧事務所をマスタ上で閉鎖にする
      *   26.10.15  ....    ジャーナルに宛先不達印 ADR-UNDELIV の前後
      *                     イメージを追加
      ******************************************************************
      * 支所統合のときに旧 HOME グループの全会員を新 HOME へ付け替える
      * バッチ。今まで ADRSMNT の変更トランザクションを 1 人ずつ手で
      * 付ける。新 HOME が 100-DUMP の警告するワイルドカード／8 バイト
      * 規則に掛かる値（空白・% 入り）なら実行を断る。SAMPLEB の更新
      * パス中は静止指示ファイル quiesce に従って実行しない。
      * 新 HOME は事務所マスタ homemast に開設中で載っていなければ
      * ならない。移管が突合し旧 HOME に誰も残らなければ、旧事務所を
      * マスタ上で当日付の閉鎖にする。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
               ASSIGN  TO  "chgjrnl"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
      *    HOME（事務所）マスタ。無ければ新 HOME の検証も旧事務所の
      *    閉鎖もしない。
           SELECT  OPTIONAL  HOME-FILE
               ASSIGN  TO  "homemast"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL
               FILE STATUS     WRK-HOME-STATUS.
       DATA                DIVISION.
       FILE                    SECTION.
       FD  QUIESCE-FILE.
       01  REPORT-REC          PIC X(132).
       FD  JOURNAL-FILE.
       COPY    ADRSJRNL.
       FD  HOME-FILE.
       COPY    ADRSHOME.
       WORKING-STORAGE         SECTION.
       01  WRK-QUIESCE-STATUS  PIC XX.
       01  WRK-HOME-STATUS     PIC XX.
       01  WRK-STAMP.
           02  WRK-DATE        PIC 9(8).
           02  WRK-TIME        PIC 9(8).
           02  FLG-QUIESCE PIC 9.
               88  FLG-QUIESCE-YES     VALUE 1.
               88  FLG-QUIESCE-NO      VALUE 0.
           02  FLG-HM-EOF  PIC 9.
               88  FLG-HM-EOF-YES      VALUE 1.
               88  FLG-HM-EOF-NO       VALUE 0.
           02  FLG-HOME-FOUND  PIC 9.
               88  FLG-HOME-FOUND-YES  VALUE 1.
               88  FLG-HOME-FOUND-NO   VALUE 0.
           02  FLG-HOME-CLOSED PIC 9.
               88  FLG-HOME-CLOSED-YES VALUE 1.
               88  FLG-HOME-CLOSED-NO  VALUE 0.
           02  FLG-OLD-EMPTY   PIC 9.
               88  FLG-OLD-EMPTY-YES   VALUE 1.
               88  FLG-OLD-EMPTY-NO    VALUE 0.
       01  CNT-SELECTED    PIC S9(9)   BINARY.
       01  CNT-REWRITTEN   PIC S9(9)   BINARY.
       01  CNT-HOME-READ   PIC S9(9)   BINARY.
       01  WRK-OLD-HOME    PIC X(8).
       01  WRK-NEW-HOME    PIC X(8).
       01  WRK-FIND-HOME   PIC X(8).
       01  WRK-TALLY       PIC S9(9)   BINARY.
       01  WRK-SUMMARY.
           02  WRK-SUM-SELECTED    PIC ZZZ,ZZZ,ZZ9.
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           PERFORM 030-CHECK-NEW-HOME.
      **************************************************************************
      *    移管先は事務所マスタに開設中で載っている符号に限る。旧 HOME
      *    は打ち間違いで出来たグループの片付けにも使うので問わない。
       030-CHECK-NEW-HOME      SECTION.
           MOVE    WRK-NEW-HOME    TO  WRK-FIND-HOME.
           PERFORM 710-FIND-HOME.
           EVALUATE    TRUE
               WHEN    CNT-HOME-READ   =   ZERO
                   DISPLAY '*** ADRSXFER: NO HOME MASTER -'
                           ' NEW HOME NOT VERIFIED'
                       UPON    CONSOLE
               WHEN    FLG-HOME-FOUND-NO
                   DISPLAY '*** ADRSXFER: NEW HOME ' WRK-NEW-HOME
                           ' NOT ON HOME MASTER - NOT RUN'
                       UPON    CONSOLE
                   MOVE    16          TO  RETURN-CODE
                   STOP    RUN
               WHEN    FLG-HOME-CLOSED-YES
                   DISPLAY '*** ADRSXFER: NEW HOME ' WRK-NEW-HOME
                           ' OFFICE CLOSED - NOT RUN'
                       UPON    CONSOLE
                   MOVE    16          TO  RETURN-CODE
                   STOP    RUN
           END-EVALUATE.
      **************************************************************************
       100-TRANSFER-MEMBER     SECTION.
           ADD     1           TO  CNT-SELECTED.
           MOVE    JRNL-BEFORE TO  JRNL-AFTER.
           MOVE    WRK-OLD-HOME    TO  JRNL-B-HOME.
           MOVE    WRK-NEW-HOME    TO  JRNL-A-HOME.
           MOVE    ADR-TOLL            TO  JRNL-B-TOLL.
           MOVE    ADR-XADDR-COUNT     TO  JRNL-B-XADDR-COUNT.
           MOVE    ADR-XADDR-ENTRY (1) TO  JRNL-B-XADDR-ENTRY (1).
           MOVE    ADR-XADDR-ENTRY (2) TO  JRNL-B-XADDR-ENTRY (2).
           MOVE    ADR-POSTAL          TO  JRNL-B-POSTAL.
           MOVE    ADR-UNDELIV         TO  JRNL-B-UNDELIV.
           MOVE    JRNL-B-EXTRA    TO  JRNL-A-EXTRA.
           MOVE   X'0d'        TO  JRNL-CR.
           WRITE   JRNL-REC.
      **************************************************************************
           END-IF.
           MOVE    EDT-RECON   TO  REPORT-REC.
           WRITE   REPORT-REC.
           SET     FLG-OLD-EMPTY-NO    TO  TRUE.
           IF      CNT-SELECTED    =   CNT-REWRITTEN
               PERFORM 200-CHECK-OLD-EMPTY
           END-IF.
           MOVE    CNT-SELECTED    TO  WRK-SUM-SELECTED.
           MOVE    CNT-REWRITTEN   TO  WRK-SUM-REWRITTEN.
           DISPLAY '*** ADRSXFER SUMMARY  OLD='  WRK-OLD-HOME
                   '  REWRITTEN='  WRK-SUM-REWRITTEN
               UPON    CONSOLE.
           PERFORM 800-DBCOMMIT.
           IF      FLG-OLD-EMPTY-YES
               PERFORM 210-CLOSE-OLD-OFFICE
           END-IF.
           PERFORM 800-DBDISCONNECT.
      *
           CLOSE
               REPORT-FILE
               JOURNAL-FILE.
      **************************************************************************
      *    同じトランザクションの中で旧 HOME を選択し直し、1 件も
      *    取れなければ空になったとみなす。
       200-CHECK-OLD-EMPTY     SECTION.
           INITIALIZE  ADRS.
           MOVE    WRK-OLD-HOME    TO  ADR-HOME.
           PERFORM 800-DBSELECT-ADRS.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBFETCH-ADRS.
           IF      MCP-RC-EOF
               SET     FLG-OLD-EMPTY-YES   TO  TRUE
           ELSE
               PERFORM 820-ABORT-CHECK
               MOVE   'OLD HOME NOT EMPTY - OFFICE LEFT OPEN'
                       TO  EDT-RC-TEXT
               PERFORM 220-WRITE-OFFICE-LINE
           END-IF.
      **************************************************************************
      *    移管を確定してから旧事務所をマスタ上で閉鎖にする。マスタに
      *    無い旧 HOME（打ち間違いのグループ）や既に閉鎖済みのものは
      *    そのまま。I-O で開くのは載っているのを確かめてからにし、
      *    マスタが無いときに空のマスタを作らない。
       210-CLOSE-OLD-OFFICE    SECTION.
           MOVE    WRK-OLD-HOME    TO  WRK-FIND-HOME.
           PERFORM 710-FIND-HOME.
           EVALUATE    TRUE
               WHEN    CNT-HOME-READ   =   ZERO
                   MOVE   'NO HOME MASTER - OLD OFFICE NOT CLOSED'
                           TO  EDT-RC-TEXT
               WHEN    FLG-HOME-FOUND-NO
                   MOVE   'OLD HOME NOT ON HOME MASTER'
                           TO  EDT-RC-TEXT
               WHEN    FLG-HOME-CLOSED-YES
                   MOVE   'OLD OFFICE ALREADY CLOSED ON MASTER'
                           TO  EDT-RC-TEXT
               WHEN    OTHER
                   PERFORM 211-REWRITE-OLD-OFFICE
           END-EVALUATE.
           PERFORM 220-WRITE-OFFICE-LINE.
      **************************************************************************
      *    開けなければ読まずに「更新できず」とする（読込みが AT END
      *    にならず回り続けるのを防ぐ）。
       211-REWRITE-OLD-OFFICE  SECTION.
           OPEN    I-O
               HOME-FILE.
           IF      WRK-HOME-STATUS NOT =   '00'
               MOVE   '*** HOME MASTER NOT UPDATED ***'
                       TO  EDT-RC-TEXT
               MOVE    4           TO  RETURN-CODE
           ELSE
               SET     FLG-HOME-FOUND-NO   TO  TRUE
               SET     FLG-HM-EOF-NO   TO  TRUE
               PERFORM 720-READ-HOME
               PERFORM UNTIL   FLG-HM-EOF-YES
                       OR  FLG-HOME-FOUND-YES
                   IF      HM-HOME =   WRK-OLD-HOME
                       SET     FLG-HOME-FOUND-YES  TO  TRUE
                   ELSE
                       PERFORM 720-READ-HOME
                   END-IF
               END-PERFORM
               IF      FLG-HOME-FOUND-YES
                   SET     HM-STATUS-CLOSED    TO  TRUE
                   MOVE    WRK-DATE    TO  HM-CLOSE-DATE
                   REWRITE HOME-REC
               END-IF
               IF      FLG-HOME-FOUND-YES
                       AND WRK-HOME-STATUS =   '00'
                   MOVE   'OLD OFFICE CLOSED ON HOME MASTER'
                           TO  EDT-RC-TEXT
               ELSE
                   MOVE   '*** HOME MASTER NOT UPDATED ***'
                           TO  EDT-RC-TEXT
                   MOVE    4           TO  RETURN-CODE
               END-IF
               CLOSE   HOME-FILE
           END-IF.
      **************************************************************************
       220-WRITE-OFFICE-LINE   SECTION.
           MOVE    EDT-RECON   TO  REPORT-REC.
           WRITE   REPORT-REC.
           DISPLAY '*** ADRSXFER: ' EDT-RC-TEXT
               UPON    CONSOLE.
      **************************************************************************
       810-CHECK-FETCH-RC      SECTION.
           IF      MCP-RC-EOF
               SET     FLG-QUIESCE-YES TO  TRUE
               CLOSE   QUIESCE-FILE
           END-IF.
      **************************************************************************
      *    WRK-FIND-HOME を事務所マスタから探す。CLOSE の後の HOME-REC
      *    は当てにできないので、閉鎖の別は見つけた所で FLG-HOME-CLOSED
      *    に控える。CNT-HOME-READ がゼロならマスタ無し（'05'）。開け
      *    なければ読まずに止める（READ が AT END にならず回り続ける）。
       710-FIND-HOME           SECTION.
           MOVE    ZERO        TO  CNT-HOME-READ.
           SET     FLG-HOME-FOUND-NO   TO  TRUE.
           SET     FLG-HOME-CLOSED-NO  TO  TRUE.
           SET     FLG-HM-EOF-NO   TO  TRUE.
           OPEN    INPUT
               HOME-FILE.
           EVALUATE    WRK-HOME-STATUS
               WHEN    '00'
                   PERFORM 720-READ-HOME
                   PERFORM UNTIL   FLG-HM-EOF-YES
                           OR  FLG-HOME-FOUND-YES
                       IF      HM-HOME =   WRK-FIND-HOME
                           SET     FLG-HOME-FOUND-YES  TO  TRUE
                           IF      HM-STATUS-CLOSED
                               SET     FLG-HOME-CLOSED-YES TO  TRUE
                           END-IF
                       ELSE
                           PERFORM 720-READ-HOME
                       END-IF
                   END-PERFORM
                   CLOSE   HOME-FILE
               WHEN    '05'
                   CLOSE   HOME-FILE
               WHEN    OTHER
                   DISPLAY '*** ADRSXFER: HOME MASTER OPEN FAILED'
                           '  STATUS=' WRK-HOME-STATUS
                       UPON    CONSOLE
                   MOVE    16          TO  RETURN-CODE
                   STOP    RUN
           END-EVALUATE.
      **************************************************************************
      *    読めなかったとき（AT END にならない）も回り続けないよう止める。
       720-READ-HOME           SECTION.
           READ    HOME-FILE
               AT  END
                   SET     FLG-HM-EOF-YES  TO  TRUE
               NOT AT  END
                   ADD     1           TO  CNT-HOME-READ
           END-READ.
           IF      WRK-HOME-STATUS NOT =   '00'
                   AND WRK-HOME-STATUS NOT =   '10'
               DISPLAY '*** ADRSXFER: HOME MASTER READ FAILED'
                       '  STATUS=' WRK-HOME-STATUS
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
      **************************************************************************
       800-DBOPEN              SECTION.
           MOVE    LOW-VALUE   TO  MCP-PATH.
