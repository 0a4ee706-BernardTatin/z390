      *****************************************************************
       01  DFHENTER                 PIC X VALUE X'7D'.
       01  DFHCLEAR                 PIC X VALUE X'6D'.
       01  DFHPF1                   PIC X VALUE X'F1'.
       01  DFHPF2                   PIC X VALUE X'F2'.
       01  DFHPF3                   PIC X VALUE X'F3'.
       01  DFHPF4                   PIC X VALUE X'F4'.
       01  DFHPF5                   PIC X VALUE X'F5'.
       01  DFHPF6                   PIC X VALUE X'F6'.
       01  DFHPF8                   PIC X VALUE X'F8'.
       01  DFHPF9                   PIC X VALUE X'F9'.
       01  DFHPF10                  PIC X VALUE X'7A'.
       01  DFHPF11                  PIC X VALUE X'7B'.
       01  DFHPF12                  PIC X VALUE X'7C'.
