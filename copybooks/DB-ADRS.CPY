      *                     フィールドのオフセットは変えない）。検証は
      *                     郵便番号参照ファイル postcode に対して
      *                     ADRSLOAD／ADRSMNT が行う。
      *   26.10.15  ....    返送郵便の宛先不達印 ADR-UNDELIV を末尾に
      *                     追加（既存フィールドのオフセットは変えない）。
      *                     自宅・勤務先・連絡先の種別ごとに印と返送の
      *                     記録日を持つ。印は ADRSRTRN が付け、その住所
      *                     を ADRSMNT／ADRSLOAD で書き換えると消える。
      *                     旧レイアウトの行は空白で読め、印無しの扱い。
      *                     削除退避 adrsarch には載せないので、ADRSREST
      *                     で戻した会員は印無しで戻る
      ******************************************************************
       01  ADRS.
           02  ADR-NAME        PIC X(20).
               03  ADR-XADDR-LINE      OCCURS  3  TIMES
                                       PIC X(20).
           02  ADR-POSTAL      PIC X(8).
      *    1＝自宅（ADR-ADDRESS）、2＝勤務先（W）、3＝緊急連絡先（E）。
      *    タグ付き住所は同じ種別の最初の ADR-XADDR-ENTRY を指す。
           02  ADR-UNDELIV.
               03  ADR-UNDELIV-ENTRY   OCCURS  3  TIMES.
                   04  ADR-UNDELIV-FLAG    PIC X(1).
                       88  ADR-UNDELIV-YES     VALUE 'Y'.
                   04  ADR-UNDELIV-DATE    PIC 9(8).
