      *                     terminal. The token is now revoked through
      *                     SIGNOFF as soon as the override check has
      *                     its answer.
      *    2026-10-15  RDM  Every answer is now also appended to the
      *                     QUIZANS file - operator, session date and
      *                     time, question number, the answer given, the
      *                     right answer and C/W - which is what
      *                     QUIZITEM's item analysis reads.
      *    *************************************************************

       IDENTIFICATION DIVISION.
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS ws-history-status.

           SELECT QUIZ-ANSWERS ASSIGN TO "QUIZANS"
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS ws-answers-status.

       DATA DIVISION.
       FILE SECTION.
       FD  QUIZ-IN.
           05 FILLER          PIC X.
           05 QH-RESULT       PIC X(4).

      *> One record per question answered - QUIZITEM reads these.
      *> The session date and time, with the operator, tell one
      *> session from the next; the question number is the
      *> question's position in QUIZIN.
       FD  QUIZ-ANSWERS.
       01  QUIZ-ANSWER-RECORD.
           05 QA-OPERATOR-ID  PIC X(8).
           05 FILLER          PIC X.
           05 QA-SESSION-DATE PIC 9(8).
           05 FILLER          PIC X.
           05 QA-SESSION-TIME PIC 9(8).
           05 FILLER          PIC X.
           05 QA-QUESTION-NO  PIC 9(4).
           05 FILLER          PIC X.
           05 QA-GIVEN        PIC 99.
           05 FILLER          PIC X.
           05 QA-EXPECTED     PIC 99.
           05 FILLER          PIC X.
           05 QA-RESULT       PIC X(1).

       WORKING-STORAGE SECTION.
       01  ws-eof-switch      pic x value "N".
           88 ws-eof          value "Y".
       01  ws-pass-pct        pic 9(3) value 70.
       01  ws-score-pct       pic 9(3) value zero.

      *> Per-answer record support - see 05-record-answer.
       01  ws-answers-status  pic xx value "00".
       01  ws-question-no     pic 9(4) value zero.
       01  ws-session-date    pic 9(8) value zero.
       01  ws-session-time    pic 9(8) value zero.

       01  ws-operator-id     pic x(8) value spaces.
       01  ws-program-name    pic x(20) value "CBLIFELSE".
       01  ws-audit-outcome   pic x(8) value spaces.

           open input quiz-in.

           accept ws-session-date from date yyyymmdd.
           accept ws-session-time from time.
           open extend quiz-answers.
           if ws-answers-status = "35"
              open output quiz-answers
           end-if.

           perform 1000-read-question.
           perform until ws-eof
               display " "
               if ws-num = 0
                   move "Y" to ws-eof-switch
               else
                   perform 05-record-answer
                   if ws-num = ws-check
                       perform 01-correct
                   else
           end-perform.

           close quiz-in.
           close quiz-answers.
           perform 03-show-summary.
           perform 04-write-history.

               at end
                   move "Y" to ws-eof-switch
               not at end
                   add 1 to ws-question-no
                   move qz-question to ws-question
                   move qz-answer   to ws-check
           end-read.
              display "Session recorded: " qh-result
                      " (" ws-score-pct " percent)."
           end-if.

      *> Every answer given is kept, right or wrong, so the question
      *> bank can be judged question by question and not only by
      *> the session tally.
       05-record-answer.
           move spaces to quiz-answer-record.
           move ws-operator-id  to qa-operator-id.
           move ws-session-date to qa-session-date.
           move ws-session-time to qa-session-time.
           move ws-question-no  to qa-question-no.
           move ws-num          to qa-given.
           move ws-check        to qa-expected.
           if ws-num = ws-check
              move "C" to qa-result
           else
              move "W" to qa-result
           end-if.
           write quiz-answer-record.
