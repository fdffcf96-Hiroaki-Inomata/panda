      *                     名前の先頭レコード＝最終更新後イメージを
      *                     突合する方式に変更。履歴が何件でも打ち
      *                     切らずに動く
      *   26.10.15  ....    夜間ドライバ ADRSNITE の実行履歴用に、主件数
      *                     を NITE-STEP-COUNT（ADRSNCNT）で返す
      ******************************************************************
      * SAMPLEB が書く history ファイルの更新後イメージが、現在の ADRS
      * の内容と一致しているかを独立に検証する監査バッチ。履歴を全件
       01  EDT-WEIGHT      PIC ZZ9.9.
       01  EDT-ADDR-NO     PIC 9.
      *
       COPY    ADRSNCNT.
       COPY    DBPATH.
       COPY    DB-META.
       COPY    DB-ADRS.
           MOVE    CNT-MISSING TO  EDT-TOT-COUNT.
           MOVE    EDT-TOTAL   TO  REPORT-REC.
           WRITE   REPORT-REC.
           MOVE    CNT-HIST    TO  NITE-STEP-COUNT.
           MOVE    CNT-HIST    TO  WRK-SUM-HIST.
           MOVE    CNT-MEMBERS TO  WRK-SUM-MEMBER.
           MOVE    CNT-MATCH   TO  WRK-SUM-MATCH.
