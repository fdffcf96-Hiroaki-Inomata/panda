      *   26.09.02  ....    料金別納の束ね割引のため、ラベルを郵便番号
      *                     順に整列し、番号の変わり目に束ね区切り
      *                     （*BUNDLE* 行、件数付き）を挿入
      *   26.10.15  ....    宛先不達印 ADR-UNDELIV の付いた住所は使わず、
      *                     次の候補へ回す。どの住所も使えない会員は
      *                     ラベルを出さず、件数を報告する
      *   26.10.15  ....    世帯モード（PARA-HHLD＝Y）を追加。ADRSHHLD の
      *                     世帯相互参照 adrshhld で同じ世帯の会員を
      *                     1 通にまとめ、世帯主宛て AND FAMILY とする。
      *                     LABEL-REC 末尾に LBL-FAMILY を追加
      ******************************************************************
      * ラベルプリンタ向けの固定長宛名レコード（名前＋住所 3 行＋郵便
      * 番号）を作る抽出バッチ。宛先種別は起動パラメータ PARA-PREF で
      *   H（または空白）常に自宅
      * HOME グループの絞り込みは SAMPLEB と同じ指定方法。指定種別の
      * タグ付き住所が無く自宅へ切り替えた会員数を最後に報告する。
      * 返送郵便で宛先不達印（ADRSRTRN が付ける）の付いた住所は飛ば
      * し、指定種別→自宅→勤務先→緊急連絡先の順で印の無い住所を
      * 使う（飛ばした結果ほかの住所にした会員は UNDELIV-REROUTED）。
      * 使える住所が 1 つも無い会員はラベルを出さず SUPPRESSED に
      * 数える。
      * 出力は郵便番号の昇順（未整備＝空白は先頭）で、番号が変わる
      * ごとに件数付きの *BUNDLE* 行を挟む。料金別納の束ね作業は
      * この区切りに沿って分ければよい。
      * PARA-HHLD が Y のときは世帯モード。ADRSHHLD が作った世帯相互
      * 参照 adrshhld を読み、同じ世帯で自宅住所宛てになる会員を 1 通
      * にまとめる。宛名は世帯主（世帯主が今回の対象に無ければ名前順
      * の先頭の会員）で、LBL-FAMILY に AND FAMILY を入れる。勤務先・
      * 緊急連絡先宛てになった会員は従来どおり 1 人 1 通。世帯の郵便
      * 番号は世帯主のものにそろえるので、郵便番号順と *BUNDLE* 行の
      * 区切りは崩れない。まとめて減った通数を HOUSEHOLD-SAVED に
      * 数える。adrshhld が無ければ警告して通常のラベルを出す。
      * adrshhld は住所を変えたあとに ADRSHHLD を流し直しておくこと。
      * adrscsv は全住所を 1 列に詰めた表計算向けで、ラベル印字には
      * 使えないため別出力とした。
      ******************************************************************
               ASSIGN  TO  "adrslbl"
               ORGANIZATION    LINE SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  OPTIONAL  HHLD-FILE
               ASSIGN  TO  "adrshhld"
               ORGANIZATION    SEQUENTIAL
               ACCESS  MODE    SEQUENTIAL.
           SELECT  SORT-FILE
               ASSIGN  TO  "lblsort".
       DATA                DIVISION.
           02  LBL-NAME        PIC X(20).
           02  LBL-LINE        OCCURS  3  TIMES    PIC X(20).
           02  LBL-POSTAL      PIC X(8).
      *    世帯モードで 2 人以上をまとめたラベルだけ AND FAMILY。
           02  LBL-FAMILY      PIC X(12).
      *    束ね区切り行。郵便番号の変わり目に直前の束の件数を書く。
       01  BUNDLE-REC.
           02  BB-ID           PIC X(8).
           02  BB-POSTAL       PIC X(8).
           02  BB-COUNT        PIC 9(9).
           02  FILLER          PIC X(75).
       FD  HHLD-FILE.
       COPY    ADRSHXRF.
      *    SR-GROUP は世帯でまとめる会員なら世帯主名、それ以外は本人の
      *    名前。通常モードでは郵便番号・名前順のまま変わらない。
       SD  SORT-FILE.
       01  SORT-REC.
           02  SR-POSTAL       PIC X(8).
           02  SR-GROUP        PIC X(20).
           02  SR-HHID         PIC X(8).
           02  SR-NAME         PIC X(20).
           02  SR-LINE         OCCURS  3  TIMES    PIC X(20).
           02  SR-ROLE         PIC X.
       WORKING-STORAGE         SECTION.
       01  FLG.
           02  FLG-EOF     PIC 9.
           02  FLG-TAG-FOUND   PIC 9.
               88  FLG-TAG-FOUND-YES   VALUE 1.
               88  FLG-TAG-FOUND-NO    VALUE 0.
           02  FLG-UD-SKIPPED  PIC 9.
               88  FLG-UD-SKIPPED-YES  VALUE 1.
               88  FLG-UD-SKIPPED-NO   VALUE 0.
           02  FLG-HH-EOF  PIC 9.
               88  FLG-HH-EOF-YES  VALUE 1.
               88  FLG-HH-EOF-NO   VALUE 0.
           02  FLG-HHLD    PIC 9.
               88  FLG-HHLD-YES    VALUE 1.
               88  FLG-HHLD-NO     VALUE 0.
       01  CNT-LABELS  PIC S9(9)   BINARY.
       01  CNT-TAGGED  PIC S9(9)   BINARY.
       01  CNT-FALLBACK    PIC S9(9)   BINARY.
       01  CNT-SUPPRESSED  PIC S9(9)   BINARY.
       01  CNT-REROUTED    PIC S9(9)   BINARY.
       01  CNT-BUNDLES PIC S9(9)   BINARY.
       01  CNT-HH-SAVED    PIC S9(9)   BINARY.
       01  WRK.
           02  WRK-HOME    PIC X(8).
           02  WRK-PREF    PIC X.
       01  WRK-TALLY   PIC S9(9)   BINARY.
       01  WRK-XADDR-SUB   PIC S9(4)   BINARY.
       01  WRK-LINE-SUB    PIC S9(4)   BINARY.
      *    宛先候補の順（指定種別が先頭、残りは H・W・E の順）。
      *    WRK-PICK-SUB は使った候補の位置（0＝使える住所無し）。
      *    WRK-UD-SUB は宛先不達印の枠（1＝H、2＝W、3＝E）。
       01  WRK-CAND-ORDER  PIC X(3).
       01  WRK-CAND-SUB    PIC S9(4)   BINARY.
       01  WRK-CAND-TYPE   PIC X.
       01  WRK-PICK-SUB    PIC S9(4)   BINARY.
       01  WRK-UD-SUB      PIC S9(4)   BINARY.
       01  WRK-PREV-POSTAL PIC X(8).
       01  WRK-BUNDLE-COUNT    PIC S9(9)   BINARY.
       01  WRK-DATE        PIC 9(8).
      *    世帯モードで書き出しを待たせている 1 通分。同じ世帯の会員が
      *    続く間はここに寄せる。
       01  WRK-HOLD.
           02  WRK-HOLD-COUNT  PIC S9(9)   BINARY.
           02  WRK-HOLD-HHID   PIC X(8).
           02  WRK-HOLD-POSTAL PIC X(8).
           02  WRK-HOLD-NAME   PIC X(20).
           02  WRK-HOLD-LINE   OCCURS  3  TIMES    PIC X(20).
      *    世帯相互参照の控え（会員名＋HOME の昇順）。
       01  HT-MAX          PIC S9(9)   BINARY  VALUE 10000.
       01  HT-COUNT        PIC S9(9)   BINARY  VALUE ZERO.
       01  HT-TABLE.
           02  HT-ENTRY        OCCURS  1  TO  10000  TIMES
                               DEPENDING   ON  HT-COUNT
                               ASCENDING   KEY HT-NAME
                                               HT-HOME
                               INDEXED     BY  HT-IX.
               03  HT-KEY.
                   04  HT-NAME         PIC X(20).
                   04  HT-HOME         PIC X(8).
               03  HT-HHID         PIC X(8).
               03  HT-HEAD-NAME    PIC X(20).
               03  HT-ROLE         PIC X.
               03  HT-POSTAL       PIC X(8).
       01  WRK-SUMMARY.
           02  WRK-SUM-LABELS  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-TAGGED  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-FALLBACK    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-SUPPRESSED  PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-REROUTED    PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-BUNDLES PIC ZZZ,ZZZ,ZZ9.
           02  WRK-SUM-HH-SAVED    PIC ZZZ,ZZZ,ZZ9.
      *
       COPY    DBPATH.
       COPY    DB-META.
               88  PARA-PREF-WORK      VALUE 'W'.
               88  PARA-PREF-EMERG     VALUE 'E'.
               88  PARA-PREF-HOME      VALUE 'H'  ' '.
           02  PARA-HHLD       PIC X.
               88  PARA-HHLD-YES       VALUE 'Y'.
               88  PARA-HHLD-NO        VALUE 'N'  ' '.
           02  FILLER          PIC X(245).
      **************************************************************************
       PROCEDURE           DIVISION
               USING
      *
           PERFORM 010-INIT.
      *    郵便番号順（同番号内は名前順）に整列してから書き出す。
      *    世帯でまとめる会員は世帯主名の位置に寄せて並べる。
           SORT    SORT-FILE
               ON  ASCENDING   KEY SR-POSTAL
                                   SR-GROUP
                                   SR-HHID
                                   SR-NAME
               INPUT   PROCEDURE   100-COLLECT-LABELS
               OUTPUT  PROCEDURE   200-WRITE-LABELS.
           MOVE    ZERO        TO  CNT-LABELS.
           MOVE    ZERO        TO  CNT-TAGGED.
           MOVE    ZERO        TO  CNT-FALLBACK.
           MOVE    ZERO        TO  CNT-SUPPRESSED.
           MOVE    ZERO        TO  CNT-REROUTED.
           MOVE    ZERO        TO  CNT-BUNDLES.
           MOVE    ZERO        TO  CNT-HH-SAVED.
           SET     FLG-HHLD-NO TO  TRUE.
           IF      PARA-HHLD-YES
               PERFORM 020-LOAD-HOUSEHOLDS
           ELSE
               IF      NOT PARA-HHLD-NO
                   DISPLAY '*** ADRSLBL: HOUSEHOLD PARAMETER MUST BE'
                           ' Y, N OR SPACE'
                       UPON    CONSOLE
                   MOVE    16          TO  RETURN-CODE
                   STOP    RUN
               END-IF
           END-IF.
           IF      PARA-PREF-WORK  OR  PARA-PREF-EMERG
               MOVE    PARA-PREF   TO  WRK-PREF
           ELSE
               MOVE   'H'          TO  WRK-PREF
           END-IF.
           EVALUATE    WRK-PREF
               WHEN   'W'
                   MOVE   'WHE'        TO  WRK-CAND-ORDER
               WHEN   'E'
                   MOVE   'EHW'        TO  WRK-CAND-ORDER
               WHEN    OTHER
                   MOVE   'HWE'        TO  WRK-CAND-ORDER
           END-EVALUATE.
           OPEN    OUTPUT
               LABEL-FILE.
           PERFORM 800-DBOPEN.
           PERFORM 820-ABORT-CHECK.
           PERFORM 800-DBFETCH-ADRS.
           PERFORM 810-CHECK-FETCH-RC.
      **************************************************************************
      *    世帯相互参照を読み込む。無ければ通常のラベルに戻す。名前＋
      *    HOME の順でなければ（ADRSHHLD 以外で作った・壊れた）止める。
      *    同じ名前＋HOME が続けば最初の行を使う。
       020-LOAD-HOUSEHOLDS     SECTION.
           ACCEPT  WRK-DATE    FROM    DATE YYYYMMDD.
           SET     FLG-HH-EOF-NO   TO  TRUE.
           OPEN    INPUT
               HHLD-FILE.
           PERFORM 021-READ-HOUSEHOLD.
           IF      FLG-HH-EOF-YES
               DISPLAY '*** ADRSLBL: NO HOUSEHOLDS ON adrshhld -'
                       ' ONE LABEL PER MEMBER'
                   UPON    CONSOLE
           ELSE
               SET     FLG-HHLD-YES    TO  TRUE
               IF      HX-DATE NOT =   WRK-DATE
                   DISPLAY '*** ADRSLBL: adrshhld WAS MADE ON ' HX-DATE
                           ' - RERUN ADRSHHLD IF ADDRESSES CHANGED'
                       UPON    CONSOLE
               END-IF
           END-IF.
           PERFORM 022-STORE-HOUSEHOLD
                   UNTIL   FLG-HH-EOF-YES.
           CLOSE   HHLD-FILE.
      **************************************************************************
       021-READ-HOUSEHOLD      SECTION.
           READ    HHLD-FILE
               AT  END
                   SET     FLG-HH-EOF-YES  TO  TRUE
           END-READ.
      **************************************************************************
       022-STORE-HOUSEHOLD     SECTION.
           IF      HT-COUNT    >=  HT-MAX
               DISPLAY '*** ADRSLBL: MORE THAN ' HT-MAX
                       ' MEMBERS ON adrshhld - ENLARGE TABLE'
                   UPON    CONSOLE
               MOVE    16          TO  RETURN-CODE
               STOP    RUN
           END-IF.
           IF      HT-COUNT    >   ZERO
               IF      HX-KEY  <   HT-KEY (HT-COUNT)
                   DISPLAY '*** ADRSLBL: adrshhld NOT IN NAME ORDER AT '
                           HX-NAME ' ' HX-HOME ' - RERUN ADRSHHLD'
                       UPON    CONSOLE
                   MOVE    16          TO  RETURN-CODE
                   STOP    RUN
               END-IF
           END-IF.
           IF      HT-COUNT    =   ZERO
                   OR  HX-KEY  NOT =   HT-KEY (HT-COUNT)
               ADD     1           TO  HT-COUNT
               MOVE    HX-KEY      TO  HT-KEY (HT-COUNT)
               MOVE    HX-HHID     TO  HT-HHID (HT-COUNT)
               MOVE    HX-HEAD-NAME    TO  HT-HEAD-NAME (HT-COUNT)
               MOVE    HX-ROLE     TO  HT-ROLE (HT-COUNT)
               MOVE    HX-POSTAL   TO  HT-POSTAL (HT-COUNT)
           END-IF.
           PERFORM 021-READ-HOUSEHOLD.
      **************************************************************************
       090-FINISH              SECTION.
           SUBTRACT    CNT-HH-SAVED    FROM    CNT-LABELS.
           MOVE    CNT-LABELS  TO  WRK-SUM-LABELS.
           MOVE    CNT-TAGGED  TO  WRK-SUM-TAGGED.
           MOVE    CNT-FALLBACK    TO  WRK-SUM-FALLBACK.
           MOVE    CNT-SUPPRESSED  TO  WRK-SUM-SUPPRESSED.
           MOVE    CNT-REROUTED    TO  WRK-SUM-REROUTED.
           MOVE    CNT-BUNDLES TO  WRK-SUM-BUNDLES.
           MOVE    CNT-HH-SAVED    TO  WRK-SUM-HH-SAVED.
           DISPLAY '*** ADRSLBL SUMMARY  PREF='  WRK-PREF
                   '  LABELS='  WRK-SUM-LABELS
                   '  TAGGED='  WRK-SUM-TAGGED
                   '  FELL-BACK-TO-HOME='  WRK-SUM-FALLBACK
                   '  SUPPRESSED='  WRK-SUM-SUPPRESSED
                   '  UNDELIV-REROUTED='  WRK-SUM-REROUTED
                   '  BUNDLES='  WRK-SUM-BUNDLES
                   '  HOUSEHOLD-SAVED='  WRK-SUM-HH-SAVED
               UPON    CONSOLE.
           PERFORM 800-DBCOMMIT.
           PERFORM 800-DBDISCONNECT.
           PERFORM 110-RELEASE-LABEL
                   UNTIL   FLG-EOF-YES.
      **************************************************************************
      *    115 で選んだ住所 3 行でラベルを組み、郵便番号を付けて整列
      *    へ渡す。使える住所が無い会員はラベルを出さない。
       110-RELEASE-LABEL       SECTION.
           MOVE    SPACES      TO  SORT-REC.
           MOVE    ADR-NAME    TO  SR-NAME.
           MOVE    ADR-NAME    TO  SR-GROUP.
           MOVE    ADR-POSTAL  TO  SR-POSTAL.
           PERFORM 115-PICK-ADDRESS.
           IF      WRK-PICK-SUB    =   ZERO
               ADD     1           TO  CNT-SUPPRESSED
           ELSE
               IF      FLG-HHLD-YES
                       AND WRK-CAND-ORDER (WRK-PICK-SUB : 1)   =   'H'
                   PERFORM 120-FIND-HOUSEHOLD
               END-IF
               RELEASE SORT-REC
               ADD     1           TO  CNT-LABELS
           END-IF.
           PERFORM 800-DBFETCH-ADRS.
           PERFORM 810-CHECK-FETCH-RC.
      **************************************************************************
      *    自宅住所宛ての会員が世帯に入っていれば、世帯主名・世帯番号・
      *    世帯の郵便番号で並ぶようにする。名前と HOME の両方で引く
      *    ので、別の HOME グループに居る同名の別人は巻き込まない。
       120-FIND-HOUSEHOLD      SECTION.
           SEARCH  ALL HT-ENTRY
               AT  END
                   CONTINUE
               WHEN    HT-NAME (HT-IX) =   ADR-NAME
                   AND HT-HOME (HT-IX) =   ADR-HOME
                   MOVE    HT-HEAD-NAME (HT-IX)    TO  SR-GROUP
                   MOVE    HT-HHID (HT-IX)         TO  SR-HHID
                   MOVE    HT-POSTAL (HT-IX)       TO  SR-POSTAL
                   MOVE    HT-ROLE (HT-IX)         TO  SR-ROLE
           END-SEARCH.
      **************************************************************************
      *    候補を WRK-CAND-ORDER の順に当たり、宛先不達印の無い最初の
      *    住所を SR-LINE に入れる。指定種別で決まればタグ付き（W／E
      *    指定時）、印を飛ばして決まれば振替、それ以外で 2 番目以降
      *    に決まったのは従来どおりの自宅切替として数える。
       115-PICK-ADDRESS        SECTION.
           MOVE    ZERO        TO  WRK-PICK-SUB.
           SET     FLG-UD-SKIPPED-NO   TO  TRUE.
           PERFORM VARYING WRK-CAND-SUB FROM 1 BY 1
                   UNTIL   WRK-CAND-SUB    >   3
                       OR  WRK-PICK-SUB    >   ZERO
               PERFORM 116-TRY-CANDIDATE
           END-PERFORM.
           EVALUATE    TRUE
               WHEN    WRK-PICK-SUB    =   ZERO
                   CONTINUE
               WHEN    WRK-PICK-SUB    =   1
                   IF      WRK-PREF    =   'W'  OR  'E'
                       ADD     1           TO  CNT-TAGGED
                   END-IF
               WHEN    FLG-UD-SKIPPED-YES
                   ADD     1           TO  CNT-REROUTED
               WHEN    OTHER
                   ADD     1           TO  CNT-FALLBACK
           END-EVALUATE.
      **************************************************************************
      *    候補 1 つ。自宅は常にあるものとし、W／E は同じ種別の最初の
      *    タグ付き住所を見る（無ければ次の候補へ）。
       116-TRY-CANDIDATE       SECTION.
           MOVE    WRK-CAND-ORDER (WRK-CAND-SUB : 1)
                                   TO  WRK-CAND-TYPE.
           IF      WRK-CAND-TYPE   =   'H'
               IF      ADR-UNDELIV-YES (1)
                   SET     FLG-UD-SKIPPED-YES  TO  TRUE
               ELSE
                   MOVE    ADR-ADDRESS(1)  TO  SR-LINE (1)
                   MOVE    ADR-ADDRESS(2)  TO  SR-LINE (2)
                   MOVE    ADR-ADDRESS(3)  TO  SR-LINE (3)
                   MOVE    WRK-CAND-SUB    TO  WRK-PICK-SUB
               END-IF
           ELSE
               IF      WRK-CAND-TYPE   =   'W'
                   MOVE    2           TO  WRK-UD-SUB
               ELSE
                   MOVE    3           TO  WRK-UD-SUB
               END-IF
               SET     FLG-TAG-FOUND-NO    TO  TRUE
               PERFORM VARYING WRK-XADDR-SUB FROM 1 BY 1
                       UNTIL   WRK-XADDR-SUB   >   ADR-XADDR-COUNT
                           OR  FLG-TAG-FOUND-YES
                   IF      ADR-XADDR-TYPE (WRK-XADDR-SUB)
                                           =   WRK-CAND-TYPE
                       SET     FLG-TAG-FOUND-YES   TO  TRUE
                       IF      ADR-UNDELIV-YES (WRK-UD-SUB)
                           SET     FLG-UD-SKIPPED-YES  TO  TRUE
                       ELSE
                           PERFORM VARYING WRK-LINE-SUB FROM 1 BY 1
                                   UNTIL   WRK-LINE-SUB    >   3
                               MOVE    ADR-XADDR-LINE
                                           (WRK-XADDR-SUB, WRK-LINE-SUB)
                                       TO  SR-LINE (WRK-LINE-SUB)
                           END-PERFORM
                           MOVE    WRK-CAND-SUB    TO  WRK-PICK-SUB
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      **************************************************************************
      *    整列結果を郵便番号の変わり目で区切りながら書き出す。区切り
      *    行には直前の束の番号と件数を入れる。番号が空白（未整備）の
      *    会員は先頭にまとまり、区切り行の番号も空白になる。
      *    1 通分を WRK-HOLD に溜め、世帯番号が同じ会員が続く間は寄せ
      *    てから書く（世帯番号の無い会員は 1 人で 1 通）。
       200-WRITE-LABELS        SECTION.
           SET     FLG-SORT-EOF-NO TO  TRUE.
           MOVE    SPACES      TO  WRK-PREV-POSTAL.
           MOVE    ZERO        TO  WRK-BUNDLE-COUNT.
           MOVE    ZERO        TO  WRK-HOLD-COUNT.
           PERFORM 201-RETURN-SORT.
           PERFORM 210-WRITE-ONE-LABEL
                   UNTIL   FLG-SORT-EOF-YES.
           IF      WRK-HOLD-COUNT  >   ZERO
               PERFORM 215-FLUSH-LABEL
           END-IF.
           IF      WRK-BUNDLE-COUNT    >   ZERO
               PERFORM 220-WRITE-BUNDLE-BREAK
           END-IF.
           END-RETURN.
      **************************************************************************
       210-WRITE-ONE-LABEL     SECTION.
           IF      WRK-HOLD-COUNT  >   ZERO
                   AND SR-HHID NOT =   SPACES
                   AND SR-HHID =   WRK-HOLD-HHID
      *        同じ世帯の 2 人目以降。世帯主ならその宛名と住所にする。
               ADD     1           TO  WRK-HOLD-COUNT
               IF      SR-ROLE =   'H'
                   PERFORM 211-HOLD-ADDRESS
               END-IF
           ELSE
               IF      WRK-HOLD-COUNT  >   ZERO
                   PERFORM 215-FLUSH-LABEL
               END-IF
               MOVE    1           TO  WRK-HOLD-COUNT
               MOVE    SR-HHID     TO  WRK-HOLD-HHID
               MOVE    SR-POSTAL   TO  WRK-HOLD-POSTAL
               PERFORM 211-HOLD-ADDRESS
           END-IF.
           PERFORM 201-RETURN-SORT.
      **************************************************************************
       211-HOLD-ADDRESS        SECTION.
           MOVE    SR-NAME     TO  WRK-HOLD-NAME.
           MOVE    SR-LINE (1) TO  WRK-HOLD-LINE (1).
           MOVE    SR-LINE (2) TO  WRK-HOLD-LINE (2).
           MOVE    SR-LINE (3) TO  WRK-HOLD-LINE (3).
      **************************************************************************
       215-FLUSH-LABEL         SECTION.
           IF      WRK-BUNDLE-COUNT    >   ZERO
                   AND WRK-HOLD-POSTAL NOT =   WRK-PREV-POSTAL
               PERFORM 220-WRITE-BUNDLE-BREAK
           END-IF.
           MOVE    SPACES      TO  LABEL-REC.
           MOVE    WRK-HOLD-NAME   TO  LBL-NAME.
           MOVE    WRK-HOLD-LINE (1)   TO  LBL-LINE (1).
           MOVE    WRK-HOLD-LINE (2)   TO  LBL-LINE (2).
           MOVE    WRK-HOLD-LINE (3)   TO  LBL-LINE (3).
           MOVE    WRK-HOLD-POSTAL TO  LBL-POSTAL.
           IF      WRK-HOLD-COUNT  >   1
               MOVE   'AND FAMILY' TO  LBL-FAMILY
               COMPUTE CNT-HH-SAVED    =   CNT-HH-SAVED
                                       +   WRK-HOLD-COUNT  -   1
           END-IF.
           WRITE   LABEL-REC.
           MOVE    WRK-HOLD-POSTAL TO  WRK-PREV-POSTAL.
           ADD     1           TO  WRK-BUNDLE-COUNT.
           MOVE    ZERO        TO  WRK-HOLD-COUNT.
      **************************************************************************
       220-WRITE-BUNDLE-BREAK  SECTION.
           MOVE    SPACES      TO  BUNDLE-REC.
