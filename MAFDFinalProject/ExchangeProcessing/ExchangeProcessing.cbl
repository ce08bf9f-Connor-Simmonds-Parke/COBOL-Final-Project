      *Input Records
       fd input-file
           data record is input-line
           record contains 100 characters.

       01 input-line.
           05 il-code                       pic x.
           05 il-exempt-flag                pic x.
               88 il-tax-exempt             value 'Y'.
           05 il-exempt-cert                pic x(10).
           05 il-account-num                pic x(8).
           05 filler                        pic x(19).

      *Output Records
       fd output-file
