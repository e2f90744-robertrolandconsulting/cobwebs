       01  PARAM-NAME                  PIC X(30).
       01  PARAM-VALUE                 PIC X(100).
