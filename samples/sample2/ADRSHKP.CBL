      *                     打切り）をやめ、台帳の 2 度読みと作業
      *                     ファイル gencatwk による多パス処理に変更。
      *                     台帳が何件でも打ち切らずに動く
      *   26.10.15  ....    夜間ドライバ ADRSNITE の実行履歴用に、主件数
      *                     を NITE-STEP-COUNT（ADRSNCNT）で返す
      ******************************************************************
      * SAMPLEB が世代台帳 gencat に追記した実行番号を読み、保持する
      * 世代数（起動パラメータ PARA-KEEP）を超えた古い世代の
           02  WRK-SUM-TOTAL   PIC ZZZ,ZZ9.
           02  WRK-SUM-KEPT    PIC ZZZ,ZZ9.
           02  WRK-SUM-PURGED  PIC ZZZ,ZZ9.
       COPY    ADRSNCNT.
       LINKAGE                 SECTION.
       01  PARA.
           02  PARA-KEEP       PIC 9(3).
           MOVE    ZERO        TO  GEN-COUNT.
      **************************************************************************
       090-FINISH              SECTION.
           MOVE    GEN-COUNT   TO  NITE-STEP-COUNT.
           MOVE    GEN-COUNT   TO  WRK-SUM-TOTAL.
           COMPUTE WRK-SUM-KEPT    =   GEN-COUNT   -   WRK-PURGE-COUNT.
           MOVE    WRK-PURGE-COUNT TO  WRK-SUM-PURGED.
