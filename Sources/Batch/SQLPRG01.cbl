005770                   ==EL-SQLERRMC==     BY ==AR-SQLERRMC==,
005780                   ==EL-SQLERRD3==     BY ==AR-SQLERRD3==,
005785                   ==EL-JOB-NAME==     BY ==AR-JOB-NAME==,
005790                   ==EL-INCIDENT-ID==  BY ==AR-INCIDENT-ID==,
005791                   ==EL-MAINT-WINDOW== BY ==AR-MAINT-WINDOW==,
005792                   ==EL-MW-TAG==       BY ==AR-MW-TAG==,
005793                   ==EL-IN-MAINT-WINDOW==
005794                                       BY ==AR-IN-MAINT-WINDOW==,
005795                   ==EL-MW-WINDOW-ID== BY ==AR-MW-WINDOW-ID==.
005800
005900 FD  RETAIN-FILE
006000     RECORDING MODE IS F
006270                   ==EL-SQLERRMC==     BY ==RT-SQLERRMC==,
006280                   ==EL-SQLERRD3==     BY ==RT-SQLERRD3==,
006285                   ==EL-JOB-NAME==     BY ==RT-JOB-NAME==,
006290                   ==EL-INCIDENT-ID==  BY ==RT-INCIDENT-ID==,
006291                   ==EL-MAINT-WINDOW== BY ==RT-MAINT-WINDOW==,
006292                   ==EL-MW-TAG==       BY ==RT-MW-TAG==,
006293                   ==EL-IN-MAINT-WINDOW==
006294                                       BY ==RT-IN-MAINT-WINDOW==,
006295                   ==EL-MW-WINDOW-ID== BY ==RT-MW-WINDOW-ID==.
006300
006400 FD  CONTROL-FILE
006500     RECORDING MODE IS F
