      *                     を加えたもの。HOME の付け替えは履歴の
      *                     前後イメージに現れないので、HOME の前後
      *                     値を末尾に別枠で持つ。照会は ADRSJINQ
      *   26.10.15  ....    TOLL・ADR-XADDR・郵便番号の前後イメージを
      *                     末尾に追加し、行全体を前後とも持つように
      *                     した。ADRSRCOV が全件退避から時点回復する
      *                     ときの積上げ元になる。レコード長が変わる
      *                     ので、切替時に旧 chgjrnl は別名で保管し、
      *                     同時に ADRSUNLD で全件退避を取る
      *   26.10.15  ....    DB-ADRS の宛先不達印追加に合わせて
      *                     JRNL-B-UNDELIV／JRNL-A-UNDELIV を前後イメージ
      *                     の末尾に追加（上の切替と同時に入れる）
      ******************************************************************
       01  JRNL-REC.
           02  JRNL-DATE       PIC 9(8).
               03  JRNL-A-ADDRESS  OCCURS  3  TIMES  PIC X(20).
           02  JRNL-B-HOME     PIC X(8).
           02  JRNL-A-HOME     PIC X(8).
      *    追加の更新前／削除の更新後は TOLL・件数をゼロ、他は空白。
           02  JRNL-B-EXTRA.
               03  JRNL-B-TOLL         PIC 9(4)V9.
               03  JRNL-B-XADDR-COUNT  PIC 9(1).
               03  JRNL-B-XADDR-ENTRY  OCCURS  2  TIMES.
                   04  JRNL-B-XADDR-TYPE   PIC X(1).
                   04  JRNL-B-XADDR-LINE   OCCURS  3  TIMES
                                           PIC X(20).
               03  JRNL-B-POSTAL       PIC X(8).
               03  JRNL-B-UNDELIV.
                   04  JRNL-B-UNDELIV-ENTRY   OCCURS  3  TIMES.
                       05  JRNL-B-UNDELIV-FLAG    PIC X(1).
                       05  JRNL-B-UNDELIV-DATE    PIC X(8).
           02  JRNL-A-EXTRA.
               03  JRNL-A-TOLL         PIC 9(4)V9.
               03  JRNL-A-XADDR-COUNT  PIC 9(1).
               03  JRNL-A-XADDR-ENTRY  OCCURS  2  TIMES.
                   04  JRNL-A-XADDR-TYPE   PIC X(1).
                   04  JRNL-A-XADDR-LINE   OCCURS  3  TIMES
                                           PIC X(20).
               03  JRNL-A-POSTAL       PIC X(8).
               03  JRNL-A-UNDELIV.
                   04  JRNL-A-UNDELIV-ENTRY   OCCURS  3  TIMES.
                       05  JRNL-A-UNDELIV-FLAG    PIC X(1).
                       05  JRNL-A-UNDELIV-DATE    PIC X(8).
           02  JRNL-CR         PIC X.
