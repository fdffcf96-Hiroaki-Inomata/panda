      *   26.09.02  ....    新規作成
      *   26.09.02  ....    復元の再登録を共有変更ジャーナル chgjrnl
      *                     へ追記
      *   26.10.15  ....    ジャーナルに TOLL・ADR-XADDR・郵便番号の
      *                     前後イメージを追加
      *   26.10.15  ....    ジャーナルに宛先不達印 ADR-UNDELIV の前後
      *                     イメージを追加
      ******************************************************************
      * SAMPLEB／ADRSAPLY／ADRSMNT／ADRSMERG が削除前に共有保管ファイル
      * adrsarch へ退避した行を戻す復元ユーティリティ。起動パラメータで
           MOVE    ADR-ADDRESS(3)  TO  JRNL-A-ADDRESS(3).
           MOVE    SPACES      TO  JRNL-B-HOME.
           MOVE    ADR-HOME    TO  JRNL-A-HOME.
           MOVE    ZERO        TO  JRNL-B-TOLL.
           MOVE    ZERO        TO  JRNL-B-XADDR-COUNT.
           MOVE    ADR-TOLL            TO  JRNL-A-TOLL.
           MOVE    ADR-XADDR-COUNT     TO  JRNL-A-XADDR-COUNT.
           MOVE    ADR-XADDR-ENTRY (1) TO  JRNL-A-XADDR-ENTRY (1).
           MOVE    ADR-XADDR-ENTRY (2) TO  JRNL-A-XADDR-ENTRY (2).
           MOVE    ADR-POSTAL          TO  JRNL-A-POSTAL.
           MOVE    ADR-UNDELIV         TO  JRNL-A-UNDELIV.
           MOVE   X'0d'        TO  JRNL-CR.
           WRITE   JRNL-REC.
           CLOSE   JOURNAL-FILE.
