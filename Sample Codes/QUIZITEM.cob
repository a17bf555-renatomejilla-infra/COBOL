      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Quiz item analysis for the training question
      *                  bank. QUIZHIST only holds the session tally,
      *                  which says nothing about which QUIZIN
      *                  questions everyone gets wrong or which are too
      *                  easy to prove anything. CBLIFELSE now appends
      *                  every answer to QUIZANS; this reads it and
      *                  writes QUIZITEM.RPT in three parts:
      *                    - every question asked, ranked by miss rate,
      *                    - the most common wrong answers to each
      *                      question that has been missed (the top
      *                      QUIZITEM-TOP, default 3),
      *                    - the questions nobody has missed in the
      *                      last QUIZITEM-SESSIONS sessions (default
      *                      20) - candidates for a rewrite - and the
      *                      questions on QUIZIN never asked at all.
      *                  Question numbers are positions in QUIZIN, so
      *                  the question text printed is the bank as it
      *                  stands today; answers logged against a
      *                  position the bank no longer has are counted
      *                  but shown without text.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       identification division.
       program-id.     QUIZITEM.

       environment division.
       input-output section.
       file-control.
           select quiz-in      assign to "QUIZIN"
                               organization line sequential
                               file status is ws-quizin-status.

           select quiz-answers assign to "QUIZANS"
                               organization line sequential
                               file status is ws-answers-status.

           select item-report  assign to ws-rpt-file-name
                               organization line sequential
                               file status is ws-report-status.

       data division.
       file section.
       fd  quiz-in.
       01  quiz-in-record.
           05 qz-question     pic x(60).
           05 qz-answer       pic 99.

      *    The per-answer record CBLIFELSE writes.
       fd  quiz-answers.
       01  quiz-answer-record.
           05 qa-operator-id  pic x(8).
           05 filler          pic x.
           05 qa-session-date pic 9(8).
           05 filler          pic x.
           05 qa-session-time pic 9(8).
           05 filler          pic x.
           05 qa-question-no  pic 9(4).
           05 filler          pic x.
           05 qa-given        pic 99.
           05 filler          pic x.
           05 qa-expected     pic 99.
           05 filler          pic x.
           05 qa-result       pic x(1).

       fd  item-report.
       01  item-report-line   pic x(132).

       working-storage section.
       01  ws-rpt-file-name    pic x(26) value "QUIZITEM.RPT".

       01  ws-quizin-status    pic xx value "00".
       01  ws-answers-status   pic xx value "00".
       01  ws-report-status    pic xx value "00".
       01  ws-eof-switch       pic x value "N".
           88 ws-eof           value "Y".

      *    How many of the latest sessions count as recent, and how
      *    many wrong answers to list per question.
       01  ws-parm-text        pic x(4) value spaces.
       01  ws-recent-limit     pic 9(4) value 20.
       01  ws-top-limit        pic 9(2) value 3.

      *    Session counting - a session is one operator, date and
      *    start time.
       01  ws-session-key      pic x(24) value spaces.
       01  ws-prev-key         pic x(24) value spaces.
       01  ws-session-total    pic 9(6) value zero.
       01  ws-session-ordinal  pic 9(6) value zero.
       01  ws-recent-from      pic 9(6) value zero.

      *    One entry per QUIZIN position.
       01  ws-question-table.
           05  ws-question-count pic 9(4) value zero.
           05  ws-question-limit pic 9(4) value 500.
           05  ws-question-entry occurs 500 times.
               10  qt-text         pic x(60).
               10  qt-answer       pic 99.
               10  qt-on-bank      pic x(1).
               10  qt-asked        pic 9(6).
               10  qt-missed       pic 9(6).
               10  qt-recent-asked pic 9(6).
               10  qt-recent-missed pic 9(6).
               10  qt-miss-pct     pic 9(3)v9.
               10  qt-ranked       pic x(1).
       01  ws-qt-sub           pic 9(4) value zero.
       01  ws-qt-best          pic 9(4) value zero.
       01  ws-highest-question pic 9(4) value zero.
       01  ws-out-of-range     pic 9(6) value zero.

      *    Wrong answers given, one entry per question and answer.
       01  ws-wrong-table.
           05  ws-wrong-count  pic 9(4) value zero.
           05  ws-wrong-limit  pic 9(4) value 5000.
           05  ws-wrong-entry occurs 5000 times.
               10  wa-question     pic 9(4).
               10  wa-given        pic 99.
               10  wa-count        pic 9(6).
               10  wa-listed       pic x(1).
       01  ws-wa-sub           pic 9(4) value zero.
       01  ws-wa-hit           pic 9(4) value zero.
       01  ws-wa-best          pic 9(4) value zero.
       01  ws-wrong-full       pic x(1) value "N".

      *    Questions in miss-rate order.
       01  ws-rank-table.
           05  ws-rank-count   pic 9(4) value zero.
           05  ws-rank-question pic 9(4) occurs 500 times.
       01  ws-rk-sub           pic 9(4) value zero.
       01  ws-listed-count     pic 9(2) value zero.

       01  ws-answer-count     pic 9(6) value zero.
       01  ws-easy-count       pic 9(4) value zero.
       01  ws-unasked-count    pic 9(4) value zero.
       01  ws-share-pct        pic 9(3)v9 value zero.

      *    Report page control and edited fields.
       01  ws-company-code     pic x(4) value spaces.
       01  ws-curr-date        pic 9(8) value zero.
       01  ws-curr-date-x redefines ws-curr-date.
           05  ws-curr-year    pic 9(4).
           05  ws-curr-month   pic 99.
           05  ws-curr-day     pic 99.
       01  ws-lines-on-page    pic 99 value 99.
       01  ws-lines-per-page   pic 99 value 60.
       01  ws-page-number      pic 999 value zero.
       01  ws-section-title    pic x(50) value spaces.
       01  ws-edit-count       pic zzzzz9.
       01  ws-edit-pct         pic zz9.9.
       01  ws-edit-qno         pic zzz9.
       01  ws-edit-rank        pic zzz9.

      *    End-of-run counts handed to the shared RUNSTATS routine.
       01  ws-stat-read        pic 9(6) value zero.
       01  ws-stat-written     pic 9(6) value zero.
       01  ws-stat-updated     pic 9(6) value zero.
       01  ws-stat-rejected    pic 9(6) value zero.

       01  ws-operator-id      pic x(8) value spaces.
       01  ws-program-name     pic x(20) value "QUIZITEM".
       01  ws-audit-outcome    pic x(8) value spaces.

       procedure division.
           accept ws-operator-id from environment "OPERATOR-ID".
           move "START" to ws-audit-outcome.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           call "FILERES" using ws-rpt-file-name.

           accept ws-company-code from environment "ACMITS-COMPANY".
           if ws-company-code = spaces
              move "BASE" to ws-company-code
           end-if.

           accept ws-parm-text from environment "QUIZITEM-SESSIONS".
           if ws-parm-text not = spaces
              and function test-numval(ws-parm-text) = 0
              compute ws-recent-limit = function numval(ws-parm-text)
           end-if.
           move spaces to ws-parm-text.
           accept ws-parm-text from environment "QUIZITEM-TOP".
           if ws-parm-text not = spaces
              and function test-numval(ws-parm-text) = 0
              compute ws-top-limit = function numval(ws-parm-text)
           end-if.

           accept ws-curr-date from date yyyymmdd.

           perform 1000-load-question-bank.

           perform 2000-count-sessions.
           if ws-answers-status not = "00"
              display "No answers on QUIZANS yet, status="
                      ws-answers-status " - nothing to analyse."
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              move 8 to return-code
              goback
           end-if.
           if ws-session-total > ws-recent-limit
              compute ws-recent-from =
                      ws-session-total - ws-recent-limit + 1
           else
              move 1 to ws-recent-from
           end-if.

           perform 3000-tally-answers.
           perform 4000-rank-questions.

           open output item-report.
           if ws-report-status not = "00"
              display "Cannot open QUIZITEM.RPT, status="
                      ws-report-status
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              move 8 to return-code
              goback
           end-if.

           perform 5000-print-ranking.
           perform 6000-print-wrong-answers.
           perform 7000-print-easy-questions.
           close item-report.
           call "SPOOLREG" using ws-program-name ws-rpt-file-name.

           display "Sessions on file    : " ws-session-total.
           display "Answers on file     : " ws-answer-count.
           display "Questions asked     : " ws-rank-count.
           display "Never missed lately : " ws-easy-count.
           display "Report written to QUIZITEM.RPT.".

           move ws-answer-count to ws-stat-read.
           move ws-rank-count to ws-stat-written.
           move ws-out-of-range to ws-stat-rejected.
           call "RUNSTATS" using ws-program-name ws-stat-read
                                  ws-stat-written ws-stat-updated
                                  ws-stat-rejected.

           move "SUCCESS" to ws-audit-outcome.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.
           move 0 to return-code.
           goback.

      *    The bank as it stands - text and right answer by position.
      *    No QUIZIN is not fatal; the analysis just has no text.
       1000-load-question-bank.
           move 1 to ws-qt-sub.
           perform until ws-qt-sub > ws-question-limit
              move spaces to qt-text(ws-qt-sub)
              move zero to qt-answer(ws-qt-sub)
              move "N" to qt-on-bank(ws-qt-sub)
              move zero to qt-asked(ws-qt-sub)
              move zero to qt-missed(ws-qt-sub)
              move zero to qt-recent-asked(ws-qt-sub)
              move zero to qt-recent-missed(ws-qt-sub)
              move zero to qt-miss-pct(ws-qt-sub)
              move "N" to qt-ranked(ws-qt-sub)
              add 1 to ws-qt-sub
           end-perform.

           open input quiz-in.
           if ws-quizin-status not = "00"
              display "QUIZIN not readable, status="
                      ws-quizin-status " - questions shown by number "
                      "only."
           else
              move "N" to ws-eof-switch
              perform until ws-eof
                 read quiz-in
                    at end
                       set ws-eof to true
                    not at end
                       if ws-question-count < ws-question-limit
                          add 1 to ws-question-count
                          move qz-question
                            to qt-text(ws-question-count)
                          move qz-answer
                            to qt-answer(ws-question-count)
                          move "Y" to qt-on-bank(ws-question-count)
                       end-if
                 end-read
              end-perform
              close quiz-in
           end-if.
           move ws-question-count to ws-highest-question.

      *    First pass - how many sessions there are, so the second
      *    pass knows where the recent ones begin. QUIZANS is only
      *    ever appended to, so the sessions are in time order.
       2000-count-sessions.
           open input quiz-answers.
           if ws-answers-status = "00"
              move spaces to ws-prev-key
              move "N" to ws-eof-switch
              perform until ws-eof
                 read quiz-answers
                    at end
                       set ws-eof to true
                    not at end
                       perform 2100-build-session-key
                       if ws-session-key not = ws-prev-key
                          add 1 to ws-session-total
                          move ws-session-key to ws-prev-key
                       end-if
                 end-read
              end-perform
              close quiz-answers
           end-if.

       2100-build-session-key.
           move spaces to ws-session-key.
           move qa-operator-id  to ws-session-key(1:8).
           move qa-session-date to ws-session-key(9:8).
           move qa-session-time to ws-session-key(17:8).

      *    Second pass - every answer, right and wrong, by question.
       3000-tally-answers.
           open input quiz-answers.
           move spaces to ws-prev-key.
           move zero to ws-session-ordinal.
           move "N" to ws-eof-switch.
           perform until ws-eof
              read quiz-answers
                 at end
                    set ws-eof to true
                 not at end
                    perform 3100-tally-one-answer
              end-read
           end-perform.
           close quiz-answers.

       3100-tally-one-answer.
           add 1 to ws-answer-count.
           perform 2100-build-session-key.
           if ws-session-key not = ws-prev-key
              add 1 to ws-session-ordinal
              move ws-session-key to ws-prev-key
           end-if.
           if qa-question-no = 0
              or qa-question-no > ws-question-limit
              add 1 to ws-out-of-range
           else
              move qa-question-no to ws-qt-sub
              if ws-qt-sub > ws-highest-question
                 move ws-qt-sub to ws-highest-question
              end-if
              if qt-on-bank(ws-qt-sub) = "N"
                 move qa-expected to qt-answer(ws-qt-sub)
              end-if
              add 1 to qt-asked(ws-qt-sub)
              if ws-session-ordinal >= ws-recent-from
                 add 1 to qt-recent-asked(ws-qt-sub)
              end-if
              if qa-result = "W"
                 add 1 to qt-missed(ws-qt-sub)
                 if ws-session-ordinal >= ws-recent-from
                    add 1 to qt-recent-missed(ws-qt-sub)
                 end-if
                 perform 3200-note-wrong-answer
              end-if
           end-if.

       3200-note-wrong-answer.
           move zero to ws-wa-hit.
           move 1 to ws-wa-sub.
           perform until ws-wa-sub > ws-wrong-count
                      or ws-wa-hit > 0
              if wa-question(ws-wa-sub) = qa-question-no
                 and wa-given(ws-wa-sub) = qa-given
                 move ws-wa-sub to ws-wa-hit
              end-if
              add 1 to ws-wa-sub
           end-perform.
           if ws-wa-hit = 0
              if ws-wrong-count < ws-wrong-limit
                 add 1 to ws-wrong-count
                 move ws-wrong-count to ws-wa-hit
                 move qa-question-no to wa-question(ws-wa-hit)
                 move qa-given to wa-given(ws-wa-hit)
                 move zero to wa-count(ws-wa-hit)
                 move "N" to wa-listed(ws-wa-hit)
              else
                 move "Y" to ws-wrong-full
              end-if
           end-if.
           if ws-wa-hit > 0
              add 1 to wa-count(ws-wa-hit)
           end-if.

      *    Highest miss rate first; on a tie, the question missed
      *    more often, then the lower number.
       4000-rank-questions.
           move 1 to ws-qt-sub.
           perform until ws-qt-sub > ws-highest-question
              if qt-asked(ws-qt-sub) > 0
                 compute qt-miss-pct(ws-qt-sub) rounded =
                         qt-missed(ws-qt-sub) * 100
                         / qt-asked(ws-qt-sub)
              end-if
              add 1 to ws-qt-sub
           end-perform.
           move 1 to ws-qt-best.
           perform until ws-qt-best = 0
              perform 4100-pick-next-question
              if ws-qt-best > 0
                 add 1 to ws-rank-count
                 move ws-qt-best to ws-rank-question(ws-rank-count)
                 move "Y" to qt-ranked(ws-qt-best)
              end-if
           end-perform.

       4100-pick-next-question.
           move zero to ws-qt-best.
           move 1 to ws-qt-sub.
           perform until ws-qt-sub > ws-highest-question
              if qt-asked(ws-qt-sub) > 0
                 and qt-ranked(ws-qt-sub) = "N"
                 if ws-qt-best = 0
                    move ws-qt-sub to ws-qt-best
                 else
                    if qt-miss-pct(ws-qt-sub) > qt-miss-pct(ws-qt-best)
                       or (qt-miss-pct(ws-qt-sub)
                                         = qt-miss-pct(ws-qt-best)
                           and qt-missed(ws-qt-sub)
                                         > qt-missed(ws-qt-best))
                       move ws-qt-sub to ws-qt-best
                    end-if
                 end-if
              end-if
              add 1 to ws-qt-sub
           end-perform.

       5000-print-ranking.
           move "QUESTIONS RANKED BY MISS RATE" to ws-section-title.
           perform 9000-print-headers.
           perform 5100-print-ranking-columns.
           move 1 to ws-rk-sub.
           perform until ws-rk-sub > ws-rank-count
              if ws-lines-on-page >= ws-lines-per-page
                 perform 9000-print-headers
                 perform 5100-print-ranking-columns
              end-if
              move ws-rank-question(ws-rk-sub) to ws-qt-sub
              move spaces to item-report-line
              move ws-rk-sub to ws-edit-rank
              move ws-edit-rank to item-report-line(1:4)
              move ws-qt-sub to ws-edit-qno
              move ws-edit-qno to item-report-line(7:4)
              move qt-asked(ws-qt-sub) to ws-edit-count
              move ws-edit-count to item-report-line(13:6)
              move qt-missed(ws-qt-sub) to ws-edit-count
              move ws-edit-count to item-report-line(21:6)
              move qt-miss-pct(ws-qt-sub) to ws-edit-pct
              move ws-edit-pct to item-report-line(29:5)
              move qt-answer(ws-qt-sub) to item-report-line(37:2)
              if qt-recent-asked(ws-qt-sub) > 0
                 and qt-recent-missed(ws-qt-sub) = 0
                 move "EASY" to item-report-line(42:4)
              end-if
              if qt-on-bank(ws-qt-sub) = "Y"
                 move qt-text(ws-qt-sub) to item-report-line(48:60)
              else
                 move "(no longer on QUIZIN)"
                   to item-report-line(48:21)
              end-if
              write item-report-line
              add 1 to ws-lines-on-page
              add 1 to ws-rk-sub
           end-perform.
           if ws-rank-count = 0
              move spaces to item-report-line
              move "No questions answered yet." to item-report-line
              write item-report-line
              add 1 to ws-lines-on-page
           end-if.

       5100-print-ranking-columns.
           move spaces to item-report-line.
           move "RANK"     to item-report-line(1:4).
           move "Q#"       to item-report-line(9:2).
           move "ASKED"    to item-report-line(14:5).
           move "MISSED"   to item-report-line(21:6).
           move "MISS%"    to item-report-line(29:5).
           move "ANS"      to item-report-line(36:3).
           move "FLAG"     to item-report-line(42:4).
           move "QUESTION" to item-report-line(48:8).
           write item-report-line.
           add 1 to ws-lines-on-page.

      *    For each question missed, in the same rank order, the
      *    wrong answers given most often.
       6000-print-wrong-answers.
           move "MOST COMMON WRONG ANSWERS" to ws-section-title.
           perform 9000-print-headers.
           perform 6100-print-wrong-columns.
           move 1 to ws-rk-sub.
           perform until ws-rk-sub > ws-rank-count
              move ws-rank-question(ws-rk-sub) to ws-qt-sub
              if qt-missed(ws-qt-sub) > 0
                 move zero to ws-listed-count
                 move 1 to ws-wa-best
                 perform until ws-listed-count >= ws-top-limit
                            or ws-wa-best = 0
                    perform 6200-pick-next-wrong
                    if ws-wa-best > 0
                       add 1 to ws-listed-count
                       move "Y" to wa-listed(ws-wa-best)
                       perform 6300-print-wrong-line
                    end-if
                 end-perform
              end-if
              add 1 to ws-rk-sub
           end-perform.
           if ws-wrong-full = "Y"
              move spaces to item-report-line
              string "WARNING: more than " delimited by size
                     ws-wrong-limit delimited by size
                     " distinct wrong answers - the rest not listed."
                     delimited by size
                     into item-report-line
              end-string
              write item-report-line
              add 1 to ws-lines-on-page
           end-if.

       6100-print-wrong-columns.
           move spaces to item-report-line.
           move "Q#"       to item-report-line(3:2).
           move "ANS"      to item-report-line(7:3).
           move "GIVEN"    to item-report-line(12:5).
           move "TIMES"    to item-report-line(20:5).
           move "OF MISSES" to item-report-line(27:9).
           write item-report-line.
           add 1 to ws-lines-on-page.

       6200-pick-next-wrong.
           move zero to ws-wa-best.
           move 1 to ws-wa-sub.
           perform until ws-wa-sub > ws-wrong-count
              if wa-question(ws-wa-sub) = ws-qt-sub
                 and wa-listed(ws-wa-sub) not = "Y"
                 if ws-wa-best = 0
                    move ws-wa-sub to ws-wa-best
                 else
                    if wa-count(ws-wa-sub) > wa-count(ws-wa-best)
                       move ws-wa-sub to ws-wa-best
                    end-if
                 end-if
              end-if
              add 1 to ws-wa-sub
           end-perform.

       6300-print-wrong-line.
           if ws-lines-on-page >= ws-lines-per-page
              perform 9000-print-headers
              perform 6100-print-wrong-columns
           end-if.
           compute ws-share-pct rounded =
                   wa-count(ws-wa-best) * 100 / qt-missed(ws-qt-sub).
           move spaces to item-report-line.
           if ws-listed-count = 1
              move ws-qt-sub to ws-edit-qno
              move ws-edit-qno to item-report-line(1:4)
              move qt-answer(ws-qt-sub) to item-report-line(8:2)
           end-if.
           move wa-given(ws-wa-best) to item-report-line(14:2).
           move wa-count(ws-wa-best) to ws-edit-count.
           move ws-edit-count to item-report-line(19:6).
           move ws-share-pct to ws-edit-pct.
           move ws-edit-pct to item-report-line(29:5).
           move "%" to item-report-line(34:1).
           write item-report-line.
           add 1 to ws-lines-on-page.

      *    Nobody has missed these in the recent sessions that asked
      *    them - too easy to prove anything. Then the questions on
      *    the bank nobody has been asked.
       7000-print-easy-questions.
           move spaces to ws-section-title.
           string "NEVER MISSED IN THE LAST " delimited by size
                  ws-recent-limit delimited by size
                  " SESSIONS" delimited by size
                  into ws-section-title
           end-string.
           perform 9000-print-headers.
           move spaces to item-report-line.
           move "Q#"       to item-report-line(3:2).
           move "RECENT"   to item-report-line(7:6).
           move "QUESTION" to item-report-line(16:8).
           write item-report-line.
           add 1 to ws-lines-on-page.
           move 1 to ws-qt-sub.
           perform until ws-qt-sub > ws-highest-question
              if qt-recent-asked(ws-qt-sub) > 0
                 and qt-recent-missed(ws-qt-sub) = 0
                 add 1 to ws-easy-count
                 perform 7100-print-question-line
              end-if
              add 1 to ws-qt-sub
           end-perform.
           move spaces to item-report-line.
           string "Questions never missed lately: " delimited by size
                  ws-easy-count delimited by size
                  into item-report-line
           end-string.
           write item-report-line.
           add 1 to ws-lines-on-page.

           if ws-lines-on-page + 4 > ws-lines-per-page
              perform 9000-print-headers
           end-if.
           move spaces to item-report-line.
           write item-report-line.
           move "QUESTIONS ON QUIZIN NEVER ASKED" to item-report-line.
           write item-report-line.
           add 2 to ws-lines-on-page.
           move 1 to ws-qt-sub.
           perform until ws-qt-sub > ws-question-count
              if qt-asked(ws-qt-sub) = 0
                 add 1 to ws-unasked-count
                 perform 7100-print-question-line
              end-if
              add 1 to ws-qt-sub
           end-perform.
           move spaces to item-report-line.
           string "Questions never asked: " delimited by size
                  ws-unasked-count delimited by size
                  "   Sessions on file: " delimited by size
                  ws-session-total delimited by size
                  "   Answers on file: " delimited by size
                  ws-answer-count delimited by size
                  into item-report-line
           end-string.
           write item-report-line.
           add 1 to ws-lines-on-page.
           if ws-out-of-range > 0
              move spaces to item-report-line
              string "Answers with a question number out of range: "
                     delimited by size
                     ws-out-of-range delimited by size
                     into item-report-line
              end-string
              write item-report-line
              add 1 to ws-lines-on-page
           end-if.

       7100-print-question-line.
           if ws-lines-on-page >= ws-lines-per-page
              perform 9000-print-headers
           end-if.
           move spaces to item-report-line.
           move ws-qt-sub to ws-edit-qno.
           move ws-edit-qno to item-report-line(1:4).
           move qt-recent-asked(ws-qt-sub) to ws-edit-count.
           move ws-edit-count to item-report-line(7:6).
           move qt-text(ws-qt-sub) to item-report-line(16:60).
           write item-report-line.
           add 1 to ws-lines-on-page.

       9000-print-headers.
           add 1 to ws-page-number.
           move spaces to item-report-line.
           string "QUIZ ITEM ANALYSIS   COMPANY: " delimited by size
                  ws-company-code delimited by size
                  "   RUN DATE: " delimited by size
                  ws-curr-month delimited by size
                  "/" delimited by size
                  ws-curr-day delimited by size
                  "/" delimited by size
                  ws-curr-year delimited by size
                  "   PAGE: " delimited by size
                  ws-page-number delimited by size
                  into item-report-line
           end-string.
           if ws-page-number > 1
              write item-report-line after advancing page
           else
              write item-report-line
           end-if.
           move ws-section-title to item-report-line.
           write item-report-line.
           move spaces to item-report-line.
           write item-report-line.
           move 3 to ws-lines-on-page.
