         10 day-cents usage binary-long. *> coin value that day, cents
         10 day-conts usage binary-long. *> continues bought that day
         10 day-srvc  usage binary-long. *> service credits that day
         10 day-loyl  usage binary-long. *> loyalty credits that day
       01 dcnt usage binary-long value 0. *> day buckets in use
       01 di   usage binary-long.         *> bucket index
       01 hit  usage binary-char.         *> did the day match a bucket
       01 tot-cents usage binary-long value 0.
       01 tot-conts usage binary-long value 0.
       01 tot-srvc  usage binary-long value 0.
       01 tot-loyl  usage binary-long value 0.
       01 rev       pic 9(7)v99.

       01 rpt-title pic x(40) value "TILL COLLECTIONS REPORT".
       01 games-disp pic zzzz9.
       01 conts-disp pic zzzz9.
       01 srvc-disp  pic zzzz9.
       01 loyl-disp  pic zzzz9.
       01 rev-disp   pic z(5)9.99.

       procedure division.
         move day-games(di) to games-disp
         move day-conts(di) to conts-disp
         move day-srvc(di) to srvc-disp
         move day-loyl(di) to loyl-disp
         compute rev = day-cents(di) / 100
         move rev to rev-disp
         display "DATE: " day-dt(di)
          "  GAMES VENDED: " games-disp
          "  CONTINUES: " conts-disp
          "  SVC CREDITS: " srvc-disp
          "  LOYALTY: " loyl-disp
          "  REVENUE: " rev-disp
        end-perform.

        move tot-games to games-disp.
        move tot-conts to conts-disp.
        move tot-srvc to srvc-disp.
        move tot-loyl to loyl-disp.
        compute rev = tot-cents / 100.
        move rev to rev-disp.
        display "TOTAL COINS IN: " coins-disp
         "  GAMES VENDED: " games-disp
         "  CONTINUES: " conts-disp
         "  SVC CREDITS: " srvc-disp
         "  LOYALTY: " loyl-disp
         "  REVENUE: " rev-disp.
        if ovf is equal to 1 then
         display "** MORE DAYS ON FILE THAN THE REPORT HOLDS **"
          move 0 to day-cents(di)
          move 0 to day-conts(di)
          move 0 to day-srvc(di)
          move 0 to day-loyl(di)
          perform post-bucket
         else
          move 1 to ovf
         add 1 to day-srvc(di)
         add 1 to tot-srvc
        end-if.
        *> a loyalty credit is paid for by earlier coins; the same
        *> rule, a column of its own and nothing in the revenue
        if cash-type is equal to "LOYL" then
         add 1 to day-loyl(di)
         add 1 to tot-loyl
        end-if.
        exit section.

       *> read the whole tariff history into the table; a missing
