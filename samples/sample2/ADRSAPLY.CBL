      *   26.09.02  ....    夜間ドライバ ADRSNITE から呼べるよう
      *                     STOP RUN を GOBACK に変更（単独実行の
      *                     振舞いは変わらない）
      *   26.10.15  ....    ジャーナルに TOLL・ADR-XADDR・郵便番号の
      *                     前後イメージを追加
      *   26.10.15  ....    ジャーナルに宛先不達印 ADR-UNDELIV の前後
      *                     イメージを追加
      *   26.10.15  ....    夜間ドライバ ADRSNITE の実行履歴用に、主件数
      *                     を NITE-STEP-COUNT（ADRSNCNT）で返す
      ******************************************************************
      * SAMPLEB の乾式実行が書いた保留変更ファイル（pending.実行番号、
      * 起動パラメータで指定）を、承認後に適用するバッチ。1 件ごとに
             03  EDT-TOT-COUNT   PIC ZZZ,ZZZ,ZZ9.
             03  FILLER          PIC X(109)  VALUE  SPACES.
      *
       COPY    ADRSNCNT.
       COPY    DBPATH.
       COPY    DB-META.
       COPY    DB-ADRS.
           MOVE    CNT-BADACT  TO  EDT-TOT-COUNT.
           MOVE    EDT-TOTAL   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    CNT-READ    TO  NITE-STEP-COUNT.
           MOVE    CNT-READ    TO  WRK-SUM-READ.
           MOVE    CNT-APPLIED TO  WRK-SUM-APPLIED.
           MOVE    CNT-STALE   TO  WRK-SUM-STALE.
      **************************************************************************
      *    履歴と同じ前後イメージを共有変更ジャーナルへも残す。
      *    JRNL-ACTION は呼出元が設定済み。日時は実行開始時刻、
      *    操作者はバッチなので空白。保留変更は TOLL・XADDR・郵便番号
      *    を触らないので、その前後イメージは ADRS の今の行から取る。
       170-WRITE-JOURNAL       SECTION.
           MOVE    WRK-DATE    TO  JRNL-DATE.
           MOVE    WRK-TIME-X (1 : 6)  TO  JRNL-TIME.
           MOVE    HIST-BEFORE TO  JRNL-BEFORE.
           MOVE    HIST-AFTER  TO  JRNL-AFTER.
           MOVE    ADR-HOME    TO  JRNL-B-HOME.
           MOVE    ADR-TOLL            TO  JRNL-B-TOLL.
           MOVE    ADR-XADDR-COUNT     TO  JRNL-B-XADDR-COUNT.
           MOVE    ADR-XADDR-ENTRY (1) TO  JRNL-B-XADDR-ENTRY (1).
           MOVE    ADR-XADDR-ENTRY (2) TO  JRNL-B-XADDR-ENTRY (2).
           MOVE    ADR-POSTAL          TO  JRNL-B-POSTAL.
           MOVE    ADR-UNDELIV         TO  JRNL-B-UNDELIV.
           IF      JRNL-ACTION-DELETE
               MOVE    SPACES      TO  JRNL-A-HOME
               MOVE    SPACES      TO  JRNL-A-EXTRA
               MOVE    ZERO        TO  JRNL-A-TOLL
               MOVE    ZERO        TO  JRNL-A-XADDR-COUNT
           ELSE
               MOVE    ADR-HOME    TO  JRNL-A-HOME
               MOVE    JRNL-B-EXTRA    TO  JRNL-A-EXTRA
           END-IF.
           MOVE   X'0d'        TO  JRNL-CR.
           WRITE   JRNL-REC.
