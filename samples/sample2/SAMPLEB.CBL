      *                     振舞いは変わらない）
      *   26.09.02  ....    adrscsv に郵便番号列を追加
      *                     （NAME,TEL,TOLL,POSTAL,ADDRESS）
      *   26.10.15  ....    ジャーナルに TOLL・ADR-XADDR・郵便番号の
      *                     前後イメージを追加
      *   26.10.15  ....    ジャーナルに宛先不達印 ADR-UNDELIV の前後
      *                     イメージを追加
      *   26.10.15  ....    夜間ドライバ ADRSNITE の実行履歴用に、主件数
      *                     を NITE-STEP-COUNT（ADRSNCNT）で返す
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
             03  FILLER          PIC X       VALUE  ':'.
             03  EDT-ADDRESS3    PIC X(20).
      *
       COPY    ADRSNCNT.
       COPY    DBPATH.
       COPY    DB-META.
       COPY    DB-ADRS.
           END-IF.
           PERFORM 091-WRITE-TRAILERS.
           PERFORM 092-APPEND-GENCAT.
           MOVE    I           TO  NITE-STEP-COUNT.
           MOVE    I           TO  WRK-SUM-FETCH.
           MOVE    CNT-UPDATE  TO  WRK-SUM-UPDATE.
           MOVE    CNT-DELETE  TO  WRK-SUM-DELETE.
           MOVE    ADR-ADDRESS(3)  TO  JRNL-A-ADDRESS(3).
           MOVE    ADR-HOME    TO  JRNL-B-HOME.
           MOVE    ADR-HOME    TO  JRNL-A-HOME.
           MOVE    ADR-TOLL            TO  JRNL-A-TOLL.
           MOVE    ADR-XADDR-COUNT     TO  JRNL-A-XADDR-COUNT.
           MOVE    ADR-XADDR-ENTRY (1) TO  JRNL-A-XADDR-ENTRY (1).
           MOVE    ADR-XADDR-ENTRY (2) TO  JRNL-A-XADDR-ENTRY (2).
           MOVE    ADR-POSTAL          TO  JRNL-A-POSTAL.
           MOVE    ADR-UNDELIV         TO  JRNL-A-UNDELIV.
      *    ルールは TOLL・XADDR・郵便番号を触らないので前後同じ。
           MOVE    JRNL-A-EXTRA    TO  JRNL-B-EXTRA.
           MOVE   X'0d'        TO  JRNL-CR.
           WRITE   JRNL-REC.
      **************************************************************************
           MOVE    ZERO        TO  JRNL-A-WEIGHT.
           MOVE    ADR-HOME    TO  JRNL-B-HOME.
           MOVE    SPACES      TO  JRNL-A-HOME.
           MOVE    ADR-TOLL            TO  JRNL-B-TOLL.
           MOVE    ADR-XADDR-COUNT     TO  JRNL-B-XADDR-COUNT.
           MOVE    ADR-XADDR-ENTRY (1) TO  JRNL-B-XADDR-ENTRY (1).
           MOVE    ADR-XADDR-ENTRY (2) TO  JRNL-B-XADDR-ENTRY (2).
           MOVE    ADR-POSTAL          TO  JRNL-B-POSTAL.
           MOVE    ADR-UNDELIV         TO  JRNL-B-UNDELIV.
           MOVE    ZERO        TO  JRNL-A-TOLL.
           MOVE    ZERO        TO  JRNL-A-XADDR-COUNT.
           MOVE   X'0d'        TO  JRNL-CR.
           WRITE   JRNL-REC.
      **************************************************************************
