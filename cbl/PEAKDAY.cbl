                                               separate.
           02 hxr-chiller-kw                   pic 9(5)v9.
           02 hxr-hour-cost                    pic 9(5)v99.
           02 hxr-therms                       pic 99v9999.
           02 filler                           pic x(24).

       working-storage section.

